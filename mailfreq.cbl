----+-*A-1-B--+----2----+----3----+----4----+----5----+----6----+----
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILFREQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT MAILHIST-FILE ASSIGN TO MAILHIST SEQUENTIAL
                          FILE STATUS IS WS-MAILHIST-FS.
          SELECT OUTFILE  ASSIGN TO OUTFILE
                          ORGANIZATION INDEXED
                          ACCESS MODE RANDOM
                          RECORD KEY IS PERSON-ID OF OUTPUT-RECORD
                          ALTERNATE KEY IS LAST-NAME OF OUTPUT-RECORD
                          WITH DUPLICATES
                          FILE STATUS IS WS-OUTFILE-FS.
          SELECT PARMFILE ASSIGN TO PARMFILE SEQUENTIAL
                          FILE STATUS IS WS-PARMFILE-FS.
          SELECT PRTFILE  ASSIGN TO PRTFILE SEQUENTIAL.
          SELECT SRTFILE  ASSIGN TO SRTFILE.
          SELECT PROCDATE-FILE ASSIGN TO PROCDATF SEQUENTIAL
                          FILE STATUS IS WS-PROCDATF-FS.


       DATA DIVISION.
       FILE SECTION.
       FD MAILHIST-FILE.
       01 MAILHIST-RECORD.
         02  MHS-CAMPAIGN-CODE              PIC X(08).
         02  FILLER                         PIC X(01).
         02  MHS-MAIL-DATE                  PIC 9(08).
         02  FILLER                         PIC X(01).
         02  MHS-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(01).
         02  MHS-STREET                     PIC X(20).
         02  FILLER                         PIC X(01).
         02  MHS-CITY                       PIC X(15).
         02  FILLER                         PIC X(01).
         02  MHS-STATE                      PIC X(02).
         02  FILLER                         PIC X(01).
         02  MHS-POSTAL-CODE                PIC X(09).
         02  FILLER                         PIC X(01).
         02  MHS-MAIL-SOURCE                PIC X(01).
           88 MHS-FROM-LABELS                          VALUE 'L'.
           88 MHS-FROM-EXPORT                          VALUE 'X'.
         02  FILLER                         PIC X(05).

       FD OUTFILE.
       01 OUTPUT-RECORD.
         02  PERSON-ID                      PIC 9(05).
         02  FILLER                         PIC X(01).
         02  NAME-TITLE                     PIC X(04).
         02  FILLER                         PIC X(01).
         02  FIRST-NAME                     PIC X(15).
         02  FILLER                         PIC X(01).
         02  MIDDLE-NAME                    PIC X(15).
         02  FILLER                         PIC X(01).
         02  LAST-NAME                      PIC X(15).
         02  FILLER                         PIC X(01).
         02  SUFFIX                         PIC X(04).
         02  FILLER                         PIC X(17).

       FD PARMFILE.
       01 PARM-RECORD                       PIC X(80).

       FD PRTFILE.
       01 PRINT-LINE                        PIC X(132).

       SD SRTFILE.
       01 SRT-RECORD.
         02  SRT-PERSON-ID                  PIC 9(05).
         02  SRT-MAIL-DATE                  PIC 9(08).
         02  SRT-CAMPAIGN-CODE              PIC X(08).

       FD PROCDATE-FILE.
       01 PROCDATE-RECORD.
         02  PRD-PROCESS-DATE               PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-MAILHIST-FS                    PIC X(02) VALUE SPACES.
       01 WS-OUTFILE-FS                     PIC X(02) VALUE SPACES.
       01 WS-PARMFILE-FS                    PIC X(02) VALUE SPACES.

       01 WS-MAILHIST-EOF-SW                PIC X(01) VALUE 'N'.
         88 WS-MAILHIST-EOF                          VALUE 'Y'.

       01 WS-OUT-OPEN-SW                    PIC X(01) VALUE 'N'.
         88 WS-OUT-OPEN                              VALUE 'Y'.

       01 WS-PARM-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-PARM-EOF                              VALUE 'Y'.

       01 WS-EOF-SW                         PIC X(01) VALUE 'N'.
         88 WS-EOF                                    VALUE 'Y'.

       01 WS-FIRST-PERSON-SW                PIC X(01) VALUE 'Y'.
         88 WS-FIRST-PERSON                          VALUE 'Y'.

       77 WS-HISTORY-READ                   PIC 9(08) VALUE ZERO.
       77 WS-CONTACTS-SELECTED              PIC 9(08) VALUE ZERO.
       77 WS-PERSONS-CONTACTED              PIC 9(08) VALUE ZERO.
       77 WS-PERSONS-LISTED                 PIC 9(08) VALUE ZERO.
       77 WS-CAMPAIGN-OVERFLOW              PIC 9(08) VALUE ZERO.
       77 WS-CAMPAIGN-COUNT                 PIC 9(03) VALUE ZERO.
       77 WS-PREV-PERSON-ID                 PIC 9(05) VALUE ZERO.
       77 WS-PERSON-CONTACTS                PIC 9(05) VALUE ZERO.
       77 WS-PERSON-FIRST-DATE              PIC 9(08) VALUE ZERO.
       77 WS-PERSON-LAST-DATE               PIC 9(08) VALUE ZERO.
       77 WS-FREQ-SUB                       PIC 9(02) COMP VALUE ZERO.

       01 WS-PARM.
         02  PRM-DATE-FROM                  PIC 9(08).
         02  FILLER                         PIC X(01).
         02  PRM-DATE-TO                    PIC 9(08).
         02  FILLER                         PIC X(01).
         02  PRM-MIN-CONTACTS               PIC 9(03).
         02  FILLER                         PIC X(59).

       01 WS-CAMPAIGN-TABLE.
         02  WS-CAMPAIGN-ENTRY OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-CAMPAIGN-COUNT
                      INDEXED BY WS-CAMP-IDX.
           03  WS-CMP-CODE                  PIC X(08).
           03  WS-CMP-PIECES                PIC 9(08).
           03  WS-CMP-LABELS                PIC 9(08).
           03  WS-CMP-EXPORTS               PIC 9(08).
           03  WS-CMP-FIRST-DATE            PIC 9(08).
           03  WS-CMP-LAST-DATE             PIC 9(08).

       01 WS-FREQ-TABLE.
         02  WS-FREQ-PERSONS OCCURS 10 TIMES
                                            PIC 9(08).

       77 WS-LINE-COUNT                     PIC 9(03) VALUE ZERO.
       77 WS-PAGE-COUNT                     PIC 9(03) VALUE ZERO.
       77 WS-MAX-LINES-PER-PAGE             PIC 9(03) VALUE 55.

       01 WS-PROCDATF-FS                    PIC X(02) VALUE SPACES.

       01 WS-PROCDATE-SW                    PIC X(01) VALUE 'N'.
         88 WS-PROCDATE-SET                          VALUE 'Y'.

       01 WS-PROCESS-DATE.
         02  WS-PD-CC                       PIC 9(02) VALUE 20.
         02  WS-PD-YY                       PIC 9(02) VALUE ZERO.
         02  WS-PD-MM                       PIC 9(02) VALUE ZERO.
         02  WS-PD-DD                       PIC 9(02) VALUE ZERO.
       01 WS-PROCESS-DATE-N REDEFINES WS-PROCESS-DATE
                                            PIC 9(08).

       01 WS-RUN-DATE.
         02  WS-RUN-YY                      PIC 9(02).
         02  WS-RUN-MM                      PIC 9(02).
         02  WS-RUN-DD                      PIC 9(02).

       01 WS-HEADING-LINE-1.
         02  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
         02  H1-RUN-MM                      PIC 9(02).
         02  FILLER                         PIC X(01) VALUE '/'.
         02  H1-RUN-DD                      PIC 9(02).
         02  FILLER                         PIC X(01) VALUE '/'.
         02  H1-RUN-YY                      PIC 9(02).
         02  FILLER                         PIC X(20) VALUE SPACES.
         02  FILLER                   PIC X(12) VALUE 'PAGE NUMBER:'.
         02  H1-PAGE-NO                     PIC ZZ9.
         02  FILLER                         PIC X(75) VALUE SPACES.

       01 WS-HEADING-LINE-2.
         02  FILLER       PIC X(40) VALUE
             'MAILING CONTACT FREQUENCY'.
         02  FILLER                         PIC X(92) VALUE SPACES.

       01 WS-HEADING-LINE-3.
         02  FILLER                   PIC X(11) VALUE 'DATE FROM: '.
         02  H3-DATE-FROM                   PIC 9(08).
         02  FILLER                         PIC X(03) VALUE SPACES.
         02  FILLER                   PIC X(09) VALUE 'DATE TO: '.
         02  H3-DATE-TO                     PIC 9(08).
         02  FILLER                         PIC X(03) VALUE SPACES.
         02  FILLER                   PIC X(14) VALUE 'MIN CONTACTS: '.
         02  H3-MIN-CONTACTS                PIC ZZ9.
         02  FILLER                         PIC X(73) VALUE SPACES.

       01 WS-PERSON-SECTION-LINE.
         02  FILLER       PIC X(40) VALUE
             'CONTACTS BY PERSON'.
         02  FILLER                         PIC X(92) VALUE SPACES.

       01 WS-PERSON-CAPTION-LINE.
         02  FILLER                   PIC X(09) VALUE 'PERSON-ID'.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  FILLER                   PIC X(15) VALUE 'LAST NAME'.
         02  FILLER                         PIC X(01) VALUE SPACE.
         02  FILLER                   PIC X(15) VALUE 'FIRST NAME'.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  FILLER                   PIC X(08) VALUE 'CONTACTS'.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  FILLER                   PIC X(10) VALUE 'FIRST SENT'.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  FILLER                   PIC X(09) VALUE 'LAST SENT'.
         02  FILLER                         PIC X(57) VALUE SPACES.

       01 WS-PERSON-LINE.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  PSN-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(04) VALUE SPACES.
         02  PSN-LAST-NAME                  PIC X(15).
         02  FILLER                         PIC X(01) VALUE SPACE.
         02  PSN-FIRST-NAME                 PIC X(15).
         02  FILLER                         PIC X(05) VALUE SPACES.
         02  PSN-CONTACTS                   PIC ZZ,ZZ9.
         02  FILLER                         PIC X(01) VALUE SPACES.
         02  PSN-FIRST-DATE                 PIC 9(08).
         02  FILLER                         PIC X(04) VALUE SPACES.
         02  PSN-LAST-DATE                  PIC 9(08).
         02  FILLER                         PIC X(58) VALUE SPACES.

       01 WS-CAMPAIGN-SECTION-LINE.
         02  FILLER       PIC X(40) VALUE
             'CONTACTS BY CAMPAIGN'.
         02  FILLER                         PIC X(92) VALUE SPACES.

       01 WS-CAMPAIGN-CAPTION-LINE.
         02  FILLER                   PIC X(08) VALUE 'CAMPAIGN'.
         02  FILLER                         PIC X(04) VALUE SPACES.
         02  FILLER                   PIC X(10) VALUE '    PIECES'.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  FILLER                   PIC X(10) VALUE '    LABELS'.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  FILLER                   PIC X(10) VALUE '   EXPORTS'.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  FILLER                   PIC X(10) VALUE 'FIRST SENT'.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  FILLER                   PIC X(09) VALUE 'LAST SENT'.
         02  FILLER                         PIC X(63) VALUE SPACES.

       01 WS-CAMPAIGN-LINE.
         02  CMP-CODE                       PIC X(08).
         02  FILLER                         PIC X(04) VALUE SPACES.
         02  CMP-PIECES                     PIC ZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  CMP-LABELS                     PIC ZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  CMP-EXPORTS                    PIC ZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  CMP-FIRST-DATE                 PIC 9(08).
         02  FILLER                         PIC X(04) VALUE SPACES.
         02  CMP-LAST-DATE                  PIC 9(08).
         02  FILLER                         PIC X(64) VALUE SPACES.

       01 WS-FREQ-SECTION-LINE.
         02  FILLER       PIC X(40) VALUE
             'PERSONS BY NUMBER OF CONTACTS'.
         02  FILLER                         PIC X(92) VALUE SPACES.

       01 WS-FREQ-LINE.
         02  FILLER                   PIC X(09) VALUE 'CONTACTS '.
         02  FRQ-CONTACTS                   PIC Z9.
         02  FRQ-OR-MORE                    PIC X(08).
         02  FILLER                         PIC X(11) VALUE SPACES.
         02  FRQ-PERSONS                    PIC ZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(92) VALUE SPACES.

       01 WS-TOTAL-LINE.
         02  TOT-TEXT                       PIC X(30).
         02  TOT-COUNT                      PIC ZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-MAIN-PROCEDURE.
            DISPLAY "EXECUTING MAILFREQ"
            PERFORM B000-OPEN-FILES.
            SORT SRTFILE
                ON ASCENDING KEY SRT-PERSON-ID
                                 SRT-MAIL-DATE
                INPUT PROCEDURE IS B500-SELECT-CONTACTS
                OUTPUT PROCEDURE IS D000-PRINT-BY-PERSON.
            PERFORM E000-PRINT-BY-CAMPAIGN.
            PERFORM E200-PRINT-FREQUENCY.
            PERFORM Z999-END-PROGRAM.

       B000-OPEN-FILES.
            OPEN OUTPUT PRTFILE.
            PERFORM B100-READ-PARM-RECORD.
            OPEN INPUT OUTFILE.
            IF WS-OUTFILE-FS = '00' THEN
                SET WS-OUT-OPEN TO TRUE
            ELSE
                DISPLAY 'NO OUTPUT FILE, STATUS: ' WS-OUTFILE-FS
                        ' - NAMES NOT SHOWN'.
            MOVE ZERO TO WS-FREQ-TABLE.
            PERFORM B050-GET-PROCESS-DATE.
            MOVE WS-PD-MM TO H1-RUN-MM.
            MOVE WS-PD-DD TO H1-RUN-DD.
            MOVE WS-PD-YY TO H1-RUN-YY.
            PERFORM C000-PRINT-HEADINGS.

       B050-GET-PROCESS-DATE.
            OPEN INPUT PROCDATE-FILE.
            IF WS-PROCDATF-FS = '00' THEN
                PERFORM B060-READ-PROCESS-DATE
                CLOSE PROCDATE-FILE.
            IF NOT WS-PROCDATE-SET THEN
                DISPLAY 'NO PROCESS DATE CONTROL, STATUS: '
                        WS-PROCDATF-FS ' - SYSTEM DATE USED'
                ACCEPT WS-RUN-DATE FROM DATE
                MOVE WS-RUN-YY TO WS-PD-YY
                MOVE WS-RUN-MM TO WS-PD-MM
                MOVE WS-RUN-DD TO WS-PD-DD.

       B060-READ-PROCESS-DATE.
            READ PROCDATE-FILE INTO PROCDATE-RECORD
              AT END
                  CONTINUE
              NOT AT END
                  IF PRD-PROCESS-DATE IS NUMERIC
                     AND PRD-PROCESS-DATE NOT = ZERO THEN
                      MOVE PRD-PROCESS-DATE TO WS-PROCESS-DATE-N
                      SET WS-PROCDATE-SET TO TRUE.

       B100-READ-PARM-RECORD.
            OPEN INPUT PARMFILE.
            IF WS-PARMFILE-FS = '00' THEN
                PERFORM B110-GET-PARM-RECORD
                CLOSE PARMFILE
            ELSE
                SET WS-PARM-EOF TO TRUE
                DISPLAY 'NO PARAMETER FILE, STATUS: '
                        WS-PARMFILE-FS.
            IF WS-PARM-EOF THEN
                DISPLAY 'NO PARAMETER RECORD - FULL HISTORY REPORTED'
                MOVE ZERO TO PRM-DATE-FROM
                MOVE ZERO TO PRM-DATE-TO
                MOVE ZERO TO PRM-MIN-CONTACTS.
            IF PRM-DATE-FROM IS NOT NUMERIC THEN
                MOVE ZERO TO PRM-DATE-FROM.
            IF PRM-DATE-TO IS NOT NUMERIC THEN
                MOVE ZERO TO PRM-DATE-TO.
            IF PRM-DATE-TO = ZERO THEN
                MOVE 99999999 TO PRM-DATE-TO.
            IF PRM-MIN-CONTACTS IS NOT NUMERIC THEN
                MOVE ZERO TO PRM-MIN-CONTACTS.
            IF PRM-MIN-CONTACTS = ZERO THEN
                MOVE 1 TO PRM-MIN-CONTACTS.
            MOVE PRM-DATE-FROM    TO H3-DATE-FROM.
            MOVE PRM-DATE-TO      TO H3-DATE-TO.
            MOVE PRM-MIN-CONTACTS TO H3-MIN-CONTACTS.

       B110-GET-PARM-RECORD.
            READ PARMFILE INTO WS-PARM
              AT END
                  SET WS-PARM-EOF TO TRUE.

       B500-SELECT-CONTACTS.
            OPEN INPUT MAILHIST-FILE.
            IF WS-MAILHIST-FS = '00' THEN
                PERFORM B510-SELECT-ONE-CONTACT
                  UNTIL WS-MAILHIST-EOF
                CLOSE MAILHIST-FILE
            ELSE
                DISPLAY 'NO MAILING HISTORY, STATUS: '
                        WS-MAILHIST-FS.
            DISPLAY 'HISTORY RECORDS READ: ' WS-HISTORY-READ
                    '  SELECTED: ' WS-CONTACTS-SELECTED.

       B510-SELECT-ONE-CONTACT.
            READ MAILHIST-FILE
              AT END
                  SET WS-MAILHIST-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-HISTORY-READ
                  IF MHS-PERSON-ID IS NUMERIC
                     AND MHS-MAIL-DATE IS NUMERIC
                     AND MHS-MAIL-DATE >= PRM-DATE-FROM
                     AND MHS-MAIL-DATE <= PRM-DATE-TO THEN
                      PERFORM B520-RELEASE-CONTACT.

       B520-RELEASE-CONTACT.
            ADD 1 TO WS-CONTACTS-SELECTED.
            PERFORM B530-ADD-TO-CAMPAIGN.
            MOVE SPACES            TO SRT-RECORD.
            MOVE MHS-PERSON-ID     TO SRT-PERSON-ID.
            MOVE MHS-MAIL-DATE     TO SRT-MAIL-DATE.
            MOVE MHS-CAMPAIGN-CODE TO SRT-CAMPAIGN-CODE.
            RELEASE SRT-RECORD.

       B530-ADD-TO-CAMPAIGN.
            SET WS-CAMP-IDX TO 1.
            IF WS-CAMPAIGN-COUNT > ZERO THEN
                SEARCH WS-CAMPAIGN-ENTRY
                  AT END
                      PERFORM B540-NEW-CAMPAIGN
                  WHEN WS-CMP-CODE(WS-CAMP-IDX) = MHS-CAMPAIGN-CODE
                      PERFORM B550-COUNT-CAMPAIGN-PIECE
            ELSE
                PERFORM B540-NEW-CAMPAIGN.

       B540-NEW-CAMPAIGN.
            IF WS-CAMPAIGN-COUNT = 500 THEN
                ADD 1 TO WS-CAMPAIGN-OVERFLOW
            ELSE
                ADD 1 TO WS-CAMPAIGN-COUNT
                SET WS-CAMP-IDX TO WS-CAMPAIGN-COUNT
                MOVE MHS-CAMPAIGN-CODE TO WS-CMP-CODE(WS-CAMP-IDX)
                MOVE ZERO TO WS-CMP-PIECES(WS-CAMP-IDX)
                MOVE ZERO TO WS-CMP-LABELS(WS-CAMP-IDX)
                MOVE ZERO TO WS-CMP-EXPORTS(WS-CAMP-IDX)
                MOVE MHS-MAIL-DATE TO WS-CMP-FIRST-DATE(WS-CAMP-IDX)
                MOVE MHS-MAIL-DATE TO WS-CMP-LAST-DATE(WS-CAMP-IDX)
                PERFORM B550-COUNT-CAMPAIGN-PIECE.

       B550-COUNT-CAMPAIGN-PIECE.
            ADD 1 TO WS-CMP-PIECES(WS-CAMP-IDX).
            IF MHS-FROM-LABELS THEN
                ADD 1 TO WS-CMP-LABELS(WS-CAMP-IDX).
            IF MHS-FROM-EXPORT THEN
                ADD 1 TO WS-CMP-EXPORTS(WS-CAMP-IDX).
            IF MHS-MAIL-DATE < WS-CMP-FIRST-DATE(WS-CAMP-IDX) THEN
                MOVE MHS-MAIL-DATE TO WS-CMP-FIRST-DATE(WS-CAMP-IDX).
            IF MHS-MAIL-DATE > WS-CMP-LAST-DATE(WS-CAMP-IDX) THEN
                MOVE MHS-MAIL-DATE TO WS-CMP-LAST-DATE(WS-CAMP-IDX).

       C000-PRINT-HEADINGS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
            WRITE PRINT-LINE FROM WS-HEADING-LINE-1
                AFTER ADVANCING PAGE.
            WRITE PRINT-LINE FROM WS-HEADING-LINE-2
                AFTER ADVANCING 1 LINE.
            WRITE PRINT-LINE FROM WS-HEADING-LINE-3
                AFTER ADVANCING 1 LINE.
            WRITE PRINT-LINE FROM SPACES
                AFTER ADVANCING 1 LINE.
            MOVE 4 TO WS-LINE-COUNT.

       C100-PRINT-ONE-LINE.
            ADD 1 TO WS-LINE-COUNT.
            IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE THEN
                PERFORM C000-PRINT-HEADINGS.

       C200-PRINT-TOTAL-LINE.
            WRITE PRINT-LINE FROM WS-TOTAL-LINE
                AFTER ADVANCING 1 LINE.
            PERFORM C100-PRINT-ONE-LINE.

       C300-FILL-PERSON-NAME.
            MOVE SPACES TO PSN-LAST-NAME.
            MOVE SPACES TO PSN-FIRST-NAME.
            IF WS-OUT-OPEN THEN
                MOVE '99' TO WS-OUTFILE-FS
                MOVE WS-PREV-PERSON-ID TO PERSON-ID OF OUTPUT-RECORD
                READ OUTFILE
                  INVALID KEY
                      CONTINUE.
            IF WS-OUT-OPEN THEN
                IF WS-OUTFILE-FS = '00' THEN
                    MOVE LAST-NAME  OF OUTPUT-RECORD TO PSN-LAST-NAME
                    MOVE FIRST-NAME OF OUTPUT-RECORD TO PSN-FIRST-NAME
                ELSE
                    MOVE '*NO PERSON*' TO PSN-LAST-NAME.

       D000-PRINT-BY-PERSON.
            WRITE PRINT-LINE FROM WS-PERSON-SECTION-LINE
                AFTER ADVANCING 1 LINE.
            PERFORM C100-PRINT-ONE-LINE.
            WRITE PRINT-LINE FROM WS-PERSON-CAPTION-LINE
                AFTER ADVANCING 1 LINE.
            PERFORM C100-PRINT-ONE-LINE.
            PERFORM D100-RETURN-ONE-CONTACT UNTIL WS-EOF.
            IF NOT WS-FIRST-PERSON THEN
                PERFORM D300-END-PERSON.

       D100-RETURN-ONE-CONTACT.
            RETURN SRTFILE
              AT END
                  SET WS-EOF TO TRUE
              NOT AT END
                  IF WS-FIRST-PERSON THEN
                      MOVE 'N' TO WS-FIRST-PERSON-SW
                      PERFORM D200-START-PERSON
                  ELSE
                      IF SRT-PERSON-ID NOT = WS-PREV-PERSON-ID THEN
                          PERFORM D300-END-PERSON
                          PERFORM D200-START-PERSON.
            IF NOT WS-EOF THEN
                ADD 1 TO WS-PERSON-CONTACTS
                MOVE SRT-MAIL-DATE TO WS-PERSON-LAST-DATE.

       D200-START-PERSON.
            MOVE SRT-PERSON-ID TO WS-PREV-PERSON-ID.
            MOVE ZERO          TO WS-PERSON-CONTACTS.
            MOVE SRT-MAIL-DATE TO WS-PERSON-FIRST-DATE.
            MOVE SRT-MAIL-DATE TO WS-PERSON-LAST-DATE.

       D300-END-PERSON.
            ADD 1 TO WS-PERSONS-CONTACTED.
            IF WS-PERSON-CONTACTS > 9 THEN
                MOVE 10 TO WS-FREQ-SUB
            ELSE
                MOVE WS-PERSON-CONTACTS TO WS-FREQ-SUB.
            ADD 1 TO WS-FREQ-PERSONS(WS-FREQ-SUB).
            IF WS-PERSON-CONTACTS NOT < PRM-MIN-CONTACTS THEN
                PERFORM D400-PRINT-PERSON-LINE.

       D400-PRINT-PERSON-LINE.
            ADD 1 TO WS-PERSONS-LISTED.
            MOVE WS-PREV-PERSON-ID    TO PSN-PERSON-ID.
            PERFORM C300-FILL-PERSON-NAME.
            MOVE WS-PERSON-CONTACTS   TO PSN-CONTACTS.
            MOVE WS-PERSON-FIRST-DATE TO PSN-FIRST-DATE.
            MOVE WS-PERSON-LAST-DATE  TO PSN-LAST-DATE.
            WRITE PRINT-LINE FROM WS-PERSON-LINE
                AFTER ADVANCING 1 LINE.
            PERFORM C100-PRINT-ONE-LINE.

       E000-PRINT-BY-CAMPAIGN.
            WRITE PRINT-LINE FROM SPACES
                AFTER ADVANCING 1 LINE.
            PERFORM C100-PRINT-ONE-LINE.
            WRITE PRINT-LINE FROM WS-CAMPAIGN-SECTION-LINE
                AFTER ADVANCING 1 LINE.
            PERFORM C100-PRINT-ONE-LINE.
            WRITE PRINT-LINE FROM WS-CAMPAIGN-CAPTION-LINE
                AFTER ADVANCING 1 LINE.
            PERFORM C100-PRINT-ONE-LINE.
            IF WS-CAMPAIGN-COUNT > ZERO THEN
                PERFORM E100-PRINT-ONE-CAMPAIGN
                  VARYING WS-CAMP-IDX FROM 1 BY 1
                  UNTIL WS-CAMP-IDX > WS-CAMPAIGN-COUNT.

       E100-PRINT-ONE-CAMPAIGN.
            MOVE WS-CMP-CODE(WS-CAMP-IDX)       TO CMP-CODE.
            MOVE WS-CMP-PIECES(WS-CAMP-IDX)     TO CMP-PIECES.
            MOVE WS-CMP-LABELS(WS-CAMP-IDX)     TO CMP-LABELS.
            MOVE WS-CMP-EXPORTS(WS-CAMP-IDX)    TO CMP-EXPORTS.
            MOVE WS-CMP-FIRST-DATE(WS-CAMP-IDX) TO CMP-FIRST-DATE.
            MOVE WS-CMP-LAST-DATE(WS-CAMP-IDX)  TO CMP-LAST-DATE.
            WRITE PRINT-LINE FROM WS-CAMPAIGN-LINE
                AFTER ADVANCING 1 LINE.
            PERFORM C100-PRINT-ONE-LINE.

       E200-PRINT-FREQUENCY.
            WRITE PRINT-LINE FROM SPACES
                AFTER ADVANCING 1 LINE.
            PERFORM C100-PRINT-ONE-LINE.
            WRITE PRINT-LINE FROM WS-FREQ-SECTION-LINE
                AFTER ADVANCING 1 LINE.
            PERFORM C100-PRINT-ONE-LINE.
            PERFORM E210-PRINT-ONE-FREQUENCY
              VARYING WS-FREQ-SUB FROM 1 BY 1
              UNTIL WS-FREQ-SUB > 10.

       E210-PRINT-ONE-FREQUENCY.
            MOVE WS-FREQ-SUB TO FRQ-CONTACTS.
            IF WS-FREQ-SUB = 10 THEN
                MOVE ' OR MORE' TO FRQ-OR-MORE
            ELSE
                MOVE SPACES TO FRQ-OR-MORE.
            MOVE WS-FREQ-PERSONS(WS-FREQ-SUB) TO FRQ-PERSONS.
            WRITE PRINT-LINE FROM WS-FREQ-LINE
                AFTER ADVANCING 1 LINE.
            PERFORM C100-PRINT-ONE-LINE.

       Z999-END-PROGRAM.
            WRITE PRINT-LINE FROM SPACES
                AFTER ADVANCING 1 LINE.
            MOVE 'HISTORY RECORDS READ:         ' TO TOT-TEXT.
            MOVE WS-HISTORY-READ TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'CONTACTS IN DATE RANGE:       ' TO TOT-TEXT.
            MOVE WS-CONTACTS-SELECTED TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'PERSONS CONTACTED:            ' TO TOT-TEXT.
            MOVE WS-PERSONS-CONTACTED TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'PERSONS LISTED:               ' TO TOT-TEXT.
            MOVE WS-PERSONS-LISTED TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'CAMPAIGNS:                    ' TO TOT-TEXT.
            MOVE WS-CAMPAIGN-COUNT TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            IF WS-CAMPAIGN-OVERFLOW > ZERO THEN
                MOVE 'PIECES IN UNLISTED CAMPAIGNS: ' TO TOT-TEXT
                MOVE WS-CAMPAIGN-OVERFLOW TO TOT-COUNT
                PERFORM C200-PRINT-TOTAL-LINE
                DISPLAY '*** MORE THAN 500 CAMPAIGNS IN RANGE - '
                        'CAMPAIGN SECTION INCOMPLETE ***'
                IF RETURN-CODE < 4 THEN
                    MOVE 4 TO RETURN-CODE.
            IF WS-OUT-OPEN THEN
                CLOSE OUTFILE.
            CLOSE PRTFILE.
            DISPLAY 'CONTACTS SELECTED: ' WS-CONTACTS-SELECTED
                    '  PERSONS: ' WS-PERSONS-CONTACTED
                    '  CAMPAIGNS: ' WS-CAMPAIGN-COUNT.
            DISPLAY 'MAILFREQ EXECUTION ENDS'
            STOP RUN.
       END PROGRAM MAILFREQ.
