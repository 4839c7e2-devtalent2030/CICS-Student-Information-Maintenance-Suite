      * COMPARE LENGTH OF EACH FIELD IN THE CMFWSREC-LAYOUT BEFORE
      * AND AFTER IMAGES. THE CHANGE FLAG IS SET FROM THE FULL
      * COMPARE LENGTH, SO A CHANGE PAST THE DISPLAYED BYTES (THE
      * TAIL OF A LONG EMAIL) STILL FLAGS. THE CREDIT HOLD ROW
      * COVERS THE HOLD STATUS, REASON AND DATE AS ONE FIELD. KEEP
      * IN STEP WITH CMFWSREC.
      *
       01 WS-FC-TABLE.
           05 FILLER PIC X(20) VALUE 'CUSTOMER NBR 0010606'.
           05 FILLER PIC X(20) VALUE 'CREDIT LIMIT 1600909'.
           05 FILLER PIC X(20) VALUE 'MERGED TO    1690606'.
           05 FILLER PIC X(20) VALUE 'STATUS       1750101'.
           05 FILLER PIC X(20) VALUE 'CREDIT HOLD  1762539'.
           05 FILLER PIC X(20) VALUE 'SALES REP    2150404'.
       01 WS-FC-TABLE-R REDEFINES WS-FC-TABLE.
           05 WS-FC-ENTRY                    OCCURS 17 TIMES.
               10 WS-FC-LABEL                PIC X(13).
               10 WS-FC-OFFSET               PIC 9(03).
               10 WS-FC-LENGTH               PIC 9(02).
               10 WS-FC-CMP-LENGTH           PIC 9(02).
      *
       01 WS-AUD-BEFORE-X                    PIC X(218).
       01 WS-AUD-AFTER-X                     PIC X(218).
      *
       COPY ATTR.
      *
      *
           PERFORM 3300-COMPARE-ONE-FIELD
               VARYING WS-AUD-SUB FROM 1 BY 1
                   UNTIL WS-AUD-SUB > 17.
      *
           MOVE WS-DETAIL-INSTR             TO MSG2O.
      *
