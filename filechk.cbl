                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS PERSON-ID OF OUTPUT-RECORD
                          ALTERNATE KEY IS LAST-NAME OF OUTPUT-RECORD
                          WITH DUPLICATES
                          FILE STATUS IS WS-OUTFILE-FS.
          SELECT ADDR-FILE ASSIGN TO ADDRFILE
                          ORGANIZATION INDEXED
          SELECT MASTER-FILE ASSIGN TO MASTERF SEQUENTIAL.
          SELECT ARCH-FILE ASSIGN TO ARCHFILE SEQUENTIAL
                          FILE STATUS IS WS-ARCHFILE-FS.
          SELECT ERASREG-FILE ASSIGN TO ERASREG SEQUENTIAL
                          FILE STATUS IS WS-ERASREG-FS.
          SELECT PRTFILE  ASSIGN TO PRTFILE SEQUENTIAL.
          SELECT PROCDATE-FILE ASSIGN TO PROCDATF SEQUENTIAL
                          FILE STATUS IS WS-PROCDATF-FS.
       FD ARCH-FILE.
       01 ARCHIVE-RECORD                    PIC X(80).

       FD ERASREG-FILE.
       01 ERASREG-RECORD.
         02  ERG-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(75).

       FD PRTFILE.
       01 PRINT-LINE                        PIC X(132).

       01 WS-OUTFILE-FS                     PIC X(02) VALUE SPACES.
       01 WS-ADDRFILE-FS                    PIC X(02) VALUE SPACES.
       01 WS-ARCHFILE-FS                    PIC X(02) VALUE SPACES.
       01 WS-ERASREG-FS                     PIC X(02) VALUE SPACES.

       01 WS-OUT-EOF-SW                     PIC X(01) VALUE 'N'.
         88 WS-OUT-EOF                               VALUE 'Y'.
       01 WS-DUP-SW                         PIC X(01) VALUE 'N'.
         88 WS-NAME-ON-MASTER                        VALUE 'Y'.

       01 WS-ERASREG-EOF-SW                 PIC X(01) VALUE 'N'.
         88 WS-ERASREG-EOF                           VALUE 'Y'.

       01 WS-ERASED-SW                      PIC X(01) VALUE 'N'.
         88 WS-ID-ERASED                             VALUE 'Y'.

       77 WS-OUT-RECORDS-READ               PIC 9(08) VALUE ZERO.
       77 WS-ADDR-RECORDS-READ              PIC 9(08) VALUE ZERO.
       77 WS-ARCH-RECORDS-READ              PIC 9(08) VALUE ZERO.
       77 WS-ORPHAN-ADDR-COUNT              PIC 9(08) VALUE ZERO.
       77 WS-NOT-ON-MASTER-COUNT            PIC 9(08) VALUE ZERO.
       77 WS-ON-BOTH-COUNT                  PIC 9(08) VALUE ZERO.
       77 WS-ERASED-ON-FILE-COUNT           PIC 9(08) VALUE ZERO.
       77 WS-ERASED-COUNT                   PIC 9(05) VALUE ZERO.
       77 WS-ERASED-LOOKUP-ID               PIC 9(05) VALUE ZERO.
       77 WS-DISCREPANCY-COUNT              PIC 9(08) VALUE ZERO.
       77 WS-MASTER-COUNT                   PIC 9(05) VALUE ZERO.

           03  WS-MAST-FIRST-NAME           PIC X(15).
           03  WS-MAST-MIDDLE-NAME          PIC X(15).

       01 WS-ERASED-TABLE.
         02  WS-ERASED-ENTRY OCCURS 1 TO 5000 TIMES
                      DEPENDING ON WS-ERASED-COUNT
                      INDEXED BY WS-ERASED-IDX.
           03  WS-ERS-PERSON-ID             PIC 9(05).

       01 WS-ARCH-WORK.
         02  WS-AW-PERSON-ID                PIC 9(05).
         02  FILLER                         PIC X(01).
            DISPLAY "EXECUTING FILECHK"
            PERFORM B000-OPEN-FILES.
            PERFORM B300-LOAD-MASTER-TABLE.
            PERFORM B400-LOAD-ERASED-TABLE.
            PERFORM D000-CHECK-OUTPUT-NAMES.
            PERFORM E000-CHECK-ORPHAN-ADDRESSES.
            PERFORM F000-CHECK-ARCHIVE-OVERLAP.
                  MOVE MAST-MIDDLE-NAME
                    TO WS-MAST-MIDDLE-NAME(WS-MASTER-COUNT).

       B400-LOAD-ERASED-TABLE.
            OPEN INPUT ERASREG-FILE.
            IF WS-ERASREG-FS = '00' THEN
                PERFORM B410-LOAD-ONE-ERASED-ID
                  UNTIL WS-ERASREG-EOF
                     OR WS-ERASED-COUNT = 5000
                IF WS-ERASED-COUNT = 5000
                   AND NOT WS-ERASREG-EOF THEN
                    READ ERASREG-FILE
                      AT END
                          SET WS-ERASREG-EOF TO TRUE
                CLOSE ERASREG-FILE
            ELSE
                SET WS-ERASREG-EOF TO TRUE
                DISPLAY 'NO ERASURE REGISTER, STATUS: '
                        WS-ERASREG-FS ' - NONE LOADED'.
            DISPLAY 'ERASED PERSON-IDS LOADED: ' WS-ERASED-COUNT.
            IF NOT WS-ERASREG-EOF THEN
                DISPLAY '*** ERASURE REGISTER EXCEEDS TABLE CAPACITY '
                        'OF 5000 -- RUN ABANDONED ***'
                MOVE 8 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.

       B410-LOAD-ONE-ERASED-ID.
            READ ERASREG-FILE
              AT END
                  SET WS-ERASREG-EOF TO TRUE
              NOT AT END
                  IF ERG-PERSON-ID IS NUMERIC THEN
                      ADD 1 TO WS-ERASED-COUNT
                      MOVE ERG-PERSON-ID
                        TO WS-ERS-PERSON-ID(WS-ERASED-COUNT).

       C000-PRINT-HEADINGS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
                  SET WS-OUT-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-OUT-RECORDS-READ
                  PERFORM D150-CHECK-ERASED-OUTPUT
                  PERFORM D200-SEARCH-MASTER-TABLE
                  IF NOT WS-NAME-ON-MASTER
                     AND NOT WS-ID-ERASED THEN
                      ADD 1 TO WS-NOT-ON-MASTER-COUNT
                      MOVE 'NOT ON MASTER ' TO DTL-TAG
                      MOVE PERSON-ID OF OUTPUT-RECORD
                      MOVE SPACES TO DTL-STREET
                      PERFORM C100-PRINT-DETAIL-LINE.

       D150-CHECK-ERASED-OUTPUT.
            MOVE PERSON-ID OF OUTPUT-RECORD TO WS-ERASED-LOOKUP-ID.
            PERFORM G100-FIND-ERASED-ID.
            IF WS-ID-ERASED THEN
                MOVE PERSON-ID OF OUTPUT-RECORD  TO DTL-PERSON-ID
                MOVE LAST-NAME OF OUTPUT-RECORD  TO DTL-LAST-NAME
                MOVE FIRST-NAME OF OUTPUT-RECORD TO DTL-FIRST-NAME
                MOVE SPACES TO DTL-STREET
                PERFORM G200-PRINT-ERASED-LINE.

       D200-SEARCH-MASTER-TABLE.
            MOVE 'N' TO WS-DUP-SW.
            IF WS-MASTER-COUNT > ZERO THEN
                  SET WS-ADDR-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-ADDR-RECORDS-READ
                  PERFORM E150-CHECK-ERASED-ADDRESS
                  PERFORM E200-READ-OUTPUT-BY-ID
                  IF WS-OUTFILE-FS NOT = '00'
                     AND NOT WS-ID-ERASED THEN
                      ADD 1 TO WS-ORPHAN-ADDR-COUNT
                      MOVE 'ORPHAN ADDRESS' TO DTL-TAG
                      MOVE ADR-PERSON-ID TO DTL-PERSON-ID
                      MOVE ADR-STREET TO DTL-STREET
                      PERFORM C100-PRINT-DETAIL-LINE.

       E150-CHECK-ERASED-ADDRESS.
            MOVE ADR-PERSON-ID TO WS-ERASED-LOOKUP-ID.
            PERFORM G100-FIND-ERASED-ID.
            IF WS-ID-ERASED THEN
                MOVE ADR-PERSON-ID TO DTL-PERSON-ID
                MOVE SPACES     TO DTL-LAST-NAME
                MOVE SPACES     TO DTL-FIRST-NAME
                MOVE ADR-STREET TO DTL-STREET
                PERFORM G200-PRINT-ERASED-LINE.

       E200-READ-OUTPUT-BY-ID.
            MOVE '99' TO WS-OUTFILE-FS.
            MOVE ADR-PERSON-ID TO PERSON-ID OF OUTPUT-RECORD.
              NOT AT END
                  ADD 1 TO WS-ARCH-RECORDS-READ
                  MOVE ARCHIVE-RECORD TO WS-ARCH-WORK
                  PERFORM F150-CHECK-ERASED-ARCHIVE
                  PERFORM F200-READ-OUTPUT-BY-ARCH-ID
                  IF WS-OUTFILE-FS = '00' THEN
                      ADD 1 TO WS-ON-BOTH-COUNT
                      MOVE SPACES TO DTL-STREET
                      PERFORM C100-PRINT-DETAIL-LINE.

       F150-CHECK-ERASED-ARCHIVE.
            MOVE 'N' TO WS-ERASED-SW.
            IF WS-AW-PERSON-ID IS NUMERIC THEN
                MOVE WS-AW-PERSON-ID TO WS-ERASED-LOOKUP-ID
                PERFORM G100-FIND-ERASED-ID.
            IF WS-ID-ERASED THEN
                MOVE WS-AW-PERSON-ID  TO DTL-PERSON-ID
                MOVE WS-AW-LAST-NAME  TO DTL-LAST-NAME
                MOVE WS-AW-FIRST-NAME TO DTL-FIRST-NAME
                MOVE SPACES TO DTL-STREET
                PERFORM G200-PRINT-ERASED-LINE.

       F200-READ-OUTPUT-BY-ARCH-ID.
            MOVE '99' TO WS-OUTFILE-FS.
            IF WS-AW-PERSON-ID IS NUMERIC THEN
                  INVALID KEY
                      CONTINUE.

       G100-FIND-ERASED-ID.
            MOVE 'N' TO WS-ERASED-SW.
            IF WS-ERASED-COUNT > ZERO THEN
                SET WS-ERASED-IDX TO 1
                SEARCH WS-ERASED-ENTRY
                  AT END
                      CONTINUE
                  WHEN WS-ERS-PERSON-ID(WS-ERASED-IDX) =
                                                 WS-ERASED-LOOKUP-ID
                      SET WS-ID-ERASED TO TRUE.

       G200-PRINT-ERASED-LINE.
            ADD 1 TO WS-ERASED-ON-FILE-COUNT.
            MOVE 'ERASED ON FILE' TO DTL-TAG.
            PERFORM C100-PRINT-DETAIL-LINE.

       Z999-END-PROGRAM.
            WRITE PRINT-LINE FROM SPACES
                AFTER ADVANCING 1 LINE.
            MOVE 'ON FILE AND IN ARCHIVE:       ' TO TOT-TEXT.
            MOVE WS-ON-BOTH-COUNT TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'ERASED PERSON-IDS ON FILE:    ' TO TOT-TEXT.
            MOVE WS-ERASED-ON-FILE-COUNT TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            CLOSE OUTFILE.
            CLOSE ADDR-FILE.
            IF WS-ARCH-OPEN THEN
            ADD WS-ORPHAN-ADDR-COUNT
                WS-NOT-ON-MASTER-COUNT
                WS-ON-BOTH-COUNT
                WS-ERASED-ON-FILE-COUNT
              GIVING WS-DISCREPANCY-COUNT.
            DISPLAY 'ORPHAN ADDRESSES: ' WS-ORPHAN-ADDR-COUNT
                    '  NOT ON MASTER: ' WS-NOT-ON-MASTER-COUNT
                    '  ON BOTH: ' WS-ON-BOTH-COUNT
                    '  ERASED: ' WS-ERASED-ON-FILE-COUNT.
            IF WS-DISCREPANCY-COUNT > ZERO THEN
                DISPLAY '*** ' WS-DISCREPANCY-COUNT
                        ' DISCREPANCY(S) FOUND -- SEE REPORT ***'
