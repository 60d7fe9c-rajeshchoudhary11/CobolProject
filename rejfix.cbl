       77 WS-REJECTS-IN                     PIC 9(08) VALUE ZERO.
       77 WS-CARRIED-IN                     PIC 9(08) VALUE ZERO.
       77 WS-CORRECTED-COUNT                PIC 9(08) VALUE ZERO.
       77 WS-PASSED-COUNT                   PIC 9(08) VALUE ZERO.
       77 WS-WRITEOFF-COUNT                 PIC 9(08) VALUE ZERO.
       77 WS-CARRIED-FWD                    PIC 9(08) VALUE ZERO.
       77 WS-AGED-COUNT                     PIC 9(08) VALUE ZERO.
           88 WS-RW-ADDR-REJECT                       VALUE '04'
                                                            '05'
                                                            '06'.
           88 WS-RW-BATCH-REJECT                      VALUE '07'
                                                            '08'.
         02  WS-RW-DATA.
           03  WS-RW-PERSON-ID              PIC X(05).
           03  FILLER                       PIC X(01).
           03  FILLER                       PIC X(01).
           03  WS-RA-POSTAL-CODE            PIC X(09).
           03  FILLER                       PIC X(23).
         02  WS-RW-INPUT REDEFINES WS-RW-DATA.
           03  WS-RI-REC-TYPE               PIC X(01).
             88 WS-RI-IS-ADDRESS                      VALUE 'A'.
           03  FILLER                       PIC X(01).
           03  WS-RI-PERSON-ID              PIC X(05).
           03  FILLER                       PIC X(06).
           03  WS-RI-FIRST-NAME             PIC X(15).
           03  FILLER                       PIC X(17).
           03  WS-RI-LAST-NAME              PIC X(15).
           03  FILLER                       PIC X(20).
         02  WS-RW-AGE-COUNT                PIC 9(03).

       77 WS-RW-MATCH-ID                    PIC X(05) VALUE SPACES.
                  PERFORM D200-APPLY-OR-CARRY.

       D200-APPLY-OR-CARRY.
            IF WS-RW-BATCH-REJECT THEN
                PERFORM D250-WRITE-OFF-OR-PASS
            ELSE
                PERFORM D210-APPLY-CORRECTION.

       D210-APPLY-CORRECTION.
            IF WS-RW-ADDR-REJECT THEN
                MOVE WS-RA-PERSON-ID TO WS-RW-MATCH-ID
            ELSE
            ELSE
                PERFORM D500-CARRY-FORWARD.

       D250-WRITE-OFF-OR-PASS.
            MOVE WS-RI-PERSON-ID TO WS-RW-MATCH-ID.
            PERFORM D310-SEARCH-BATCH-WRITEOFF.
            MOVE WS-RW-MATCH-ID    TO DTL-PERSON-ID.
            MOVE WS-RW-REASON-CODE TO DTL-REASON-CODE.
            MOVE WS-RW-AGE-COUNT   TO DTL-AGE-COUNT.
            MOVE WS-RI-LAST-NAME   TO DTL-LAST-NAME.
            MOVE WS-RI-FIRST-NAME  TO DTL-FIRST-NAME.
            IF WS-RI-IS-ADDRESS THEN
                MOVE WS-RA-CITY   TO DTL-LAST-NAME
                MOVE WS-RA-STREET TO DTL-FIRST-NAME.
            IF WS-MATCH-FOUND THEN
                ADD 1 TO WS-WRITEOFF-COUNT
                SET WS-CT-USED(WS-CORR-IDX) TO TRUE
                MOVE 'WRITTEN OFF  ' TO DTL-TAG
            ELSE
                MOVE WS-RW-DATA TO NEW-DETAIL-RECORD
                WRITE NEW-DETAIL-RECORD
                ADD 1 TO WS-PASSED-COUNT
                MOVE 'PASSED AS IS ' TO DTL-TAG.
            PERFORM C100-PRINT-DETAIL-LINE.

       D300-SEARCH-CORRECTIONS.
            MOVE 'N' TO WS-MATCH-SW.
            IF WS-CORR-LOADED > ZERO THEN
                   AND NOT WS-CT-USED(WS-CORR-IDX)
                      SET WS-MATCH-FOUND TO TRUE.

       D310-SEARCH-BATCH-WRITEOFF.
            MOVE 'N' TO WS-MATCH-SW.
            IF WS-CORR-LOADED > ZERO THEN
                SET WS-CORR-IDX TO 1
                SEARCH WS-CORR-ENTRY
                  AT END
                      MOVE 'N' TO WS-MATCH-SW
                  WHEN (WS-CT-PERSON-ID(WS-CORR-IDX) = WS-RW-MATCH-ID
                     OR WS-CT-PERSON-ID(WS-CORR-IDX) = '00000')
                   AND WS-CT-ACTION(WS-CORR-IDX) = 'W'
                   AND WS-CT-REASON-CODE(WS-CORR-IDX) =
                                               WS-RW-REASON-CODE
                   AND NOT WS-CT-USED(WS-CORR-IDX)
                      SET WS-MATCH-FOUND TO TRUE.

       D400-WRITE-CORRECTED-DETAIL.
            MOVE SPACES TO NEW-DETAIL-RECORD.
            MOVE 'D' TO NDT-REC-TYPE.
            MOVE 'CORRECTED AND RESUBMITTED:    ' TO TOT-TEXT.
            MOVE WS-CORRECTED-COUNT TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'BATCH REJECTS RESUBMITTED:    ' TO TOT-TEXT.
            MOVE WS-PASSED-COUNT TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'FORMALLY WRITTEN OFF:         ' TO TOT-TEXT.
            MOVE WS-WRITEOFF-COUNT TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            DISPLAY 'REJECTS IN: ' WS-REJECTS-IN
                    '  CARRIED IN: ' WS-CARRIED-IN
                    '  CORRECTED: ' WS-CORRECTED-COUNT
                    '  PASSED AS IS: ' WS-PASSED-COUNT
                    '  WRITTEN OFF: ' WS-WRITEOFF-COUNT
                    '  CARRIED FWD: ' WS-CARRIED-FWD.
            IF WS-AGED-COUNT > ZERO THEN
