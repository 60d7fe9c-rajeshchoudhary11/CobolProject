                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS PERSON-ID OF OUTPUT-RECORD
                          ALTERNATE KEY IS LAST-NAME OF OUTPUT-RECORD
                          WITH DUPLICATES
                          FILE STATUS IS WS-OUTFILE-FS.
          SELECT ARCH-FILE ASSIGN TO ARCHFILE SEQUENTIAL
                          FILE STATUS IS WS-ARCHFILE-FS.
                          FILE STATUS IS WS-PROCDATF-FS.
          SELECT LOCK-FILE ASSIGN TO LOCKF SEQUENTIAL
                          FILE STATUS IS WS-LOCKF-FS.
          SELECT ERASREG-FILE ASSIGN TO ERASREG SEQUENTIAL
                          FILE STATUS IS WS-ERASREG-FS.


       DATA DIVISION.
         02  LCK-LOCK-TIME                  PIC 9(08).
         02  FILLER                         PIC X(52).

       FD ERASREG-FILE.
       01 ERASREG-RECORD.
         02  ERG-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(75).

       WORKING-STORAGE SECTION.
       01 WS-LOCKF-FS                       PIC X(02) VALUE SPACES.

       01 WS-OUTFILE-FS                     PIC X(02) VALUE SPACES.
       01 WS-ARCHFILE-FS                    PIC X(02) VALUE SPACES.
       01 WS-PROCDATF-FS                    PIC X(02) VALUE SPACES.
       01 WS-ERASREG-FS                     PIC X(02) VALUE SPACES.

       01 WS-PROCDATE-SW                    PIC X(01) VALUE 'N'.
         88 WS-PROCDATE-SET                          VALUE 'Y'.
       01 WS-RESTORED-SW                    PIC X(01) VALUE 'N'.
         88 WS-PERSON-RESTORED                       VALUE 'Y'.

       01 WS-ERASREG-EOF-SW                 PIC X(01) VALUE 'N'.
         88 WS-ERASREG-EOF                           VALUE 'Y'.

       01 WS-ERASED-SW                      PIC X(01) VALUE 'N'.
         88 WS-ID-ERASED                             VALUE 'Y'.

       77 WS-RECORDS-READ                   PIC 9(08) VALUE ZERO.
       77 WS-RECORDS-RETAINED               PIC 9(08) VALUE ZERO.
       77 WS-RECORDS-PURGED                 PIC 9(08) VALUE ZERO.
       77 WS-RECORDS-ARCHIVED               PIC 9(08) VALUE ZERO.
       77 WS-RESTORES-REFUSED               PIC 9(08) VALUE ZERO.
       77 WS-ERASED-READ                    PIC 9(08) VALUE ZERO.

       01 WS-AUD-ACTION-PURGE               PIC X(02) VALUE 'PG'.
       01 WS-AUD-ACTION-RESTORE             PIC X(02) VALUE 'RS'.
                PERFORM B150-CHECK-PURGE-PARM.
            IF PRG-IS-RESTORE THEN
                PERFORM B160-CHECK-RESTORE-PARM.
            IF PRG-IS-RESTORE THEN
                PERFORM B200-CHECK-ERASURE-REGISTER.
            IF PRG-IS-PURGE THEN
                MOVE 'PURGE  ' TO H3-ACTION
            ELSE
                MOVE ZERO  TO PRG-PERSON-ID
                MOVE 8 TO RETURN-CODE.

       B200-CHECK-ERASURE-REGISTER.
            OPEN INPUT ERASREG-FILE.
            IF WS-ERASREG-FS = '00' THEN
                PERFORM B210-CHECK-ONE-ERASED-ID
                  UNTIL WS-ERASREG-EOF
                CLOSE ERASREG-FILE
            ELSE
                DISPLAY 'NO ERASURE REGISTER, STATUS: '
                        WS-ERASREG-FS ' - NONE CHECKED'.
            DISPLAY 'ERASED PERSON-IDS CHECKED: ' WS-ERASED-READ.

       B210-CHECK-ONE-ERASED-ID.
            READ ERASREG-FILE
              AT END
                  SET WS-ERASREG-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-ERASED-READ
                  IF ERG-PERSON-ID IS NUMERIC
                     AND ERG-PERSON-ID = PRG-PERSON-ID THEN
                      SET WS-ID-ERASED TO TRUE
                      SET WS-ERASREG-EOF TO TRUE.

       C000-PRINT-HEADINGS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO H1-PAGE-NO.

       E000-RESTORE-ONE-PERSON.
            PERFORM E100-RESTORE-SCAN UNTIL WS-ARCH-EOF.
            IF WS-ID-ERASED
               AND WS-RESTORES-REFUSED = ZERO THEN
                PERFORM E160-REFUSE-ERASED-ID.
            MOVE 'RESTORES REFUSED, ERASED:     ' TO TOT-TEXT.
            MOVE WS-RESTORES-REFUSED TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            IF WS-ID-ERASED THEN
                DISPLAY '*** PERSON ' PRG-PERSON-ID
                        ' IS ON THE ERASURE REGISTER - NOT RESTORED ***'
                MOVE 4 TO RETURN-CODE
            ELSE
                IF NOT WS-PERSON-RESTORED THEN
                    DISPLAY '*** PERSON ' PRG-PERSON-ID
                            ' NOT RESTORED - SEE REPORT ***'
                    MOVE 4 TO RETURN-CODE.

       E100-RESTORE-SCAN.
            READ ARCH-FILE
              NOT AT END
                  MOVE ARCHIVE-RECORD TO WS-ARCH-WORK
                  IF WS-AW-PERSON-ID = PRG-PERSON-ID THEN
                      IF WS-ID-ERASED THEN
                          PERFORM E150-REFUSE-ERASED-RECORD
                      ELSE
                          PERFORM E200-RESTORE-ONE-RECORD.

       E150-REFUSE-ERASED-RECORD.
            MOVE ARCHIVE-RECORD TO OUTPUT-RECORD.
            MOVE 'ERASED      ' TO DTL-TAG.
            MOVE PERSON-ID   OF OUTPUT-RECORD TO DTL-PERSON-ID.
            MOVE LAST-NAME   OF OUTPUT-RECORD TO DTL-LAST-NAME.
            MOVE FIRST-NAME  OF OUTPUT-RECORD TO DTL-FIRST-NAME.
            MOVE LAST-ACTIVITY-DATE OF OUTPUT-RECORD
              TO DTL-LAST-ACTIVITY.
            PERFORM C100-PRINT-DETAIL-LINE.
            ADD 1 TO WS-RESTORES-REFUSED.
            SET WS-ARCH-EOF TO TRUE.

       E160-REFUSE-ERASED-ID.
            MOVE SPACES TO DTL-LAST-NAME.
            MOVE SPACES TO DTL-FIRST-NAME.
            MOVE ZERO   TO DTL-LAST-ACTIVITY.
            MOVE 'ERASED      ' TO DTL-TAG.
            MOVE PRG-PERSON-ID  TO DTL-PERSON-ID.
            PERFORM C100-PRINT-DETAIL-LINE.
            ADD 1 TO WS-RESTORES-REFUSED.

       E200-RESTORE-ONE-RECORD.
            MOVE ARCHIVE-RECORD TO OUTPUT-RECORD.
