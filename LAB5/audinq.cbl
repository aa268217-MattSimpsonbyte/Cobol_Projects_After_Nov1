      *  NAME (BLANK MEANS EVERY STUDENT) AND A FROM/THRU RUN-DATE
      *  RANGE (ZERO FROM MEANS FROM THE BEGINNING, ZERO THRU MEANS
      *  TO THE END).  A MISSING CARD PRINTS THE WHOLE TRAIL.
      *  A STUDENT ID ON THE CARD SELECTS ON THE ID INSTEAD OF THE
      *  NAME, SO A STUDENT WHO CHANGED NAMES SHOWS UP UNDER BOTH
      *  NAMES AND TWO STUDENTS WITH THE SAME NAME ARE KEPT APART.
      *  CONTROL TOTALS SHOW RECORDS READ AND SELECTED, AND THE
      *  SELECTED POSTINGS, REVERSALS AND REJECTIONS, SO THE BURSAR
      *  CAN SEE THE SLICE IS COMPLETE.
                03  Q-NAME                   PIC X(20).
                03  Q-FROM-DATE              PIC 9(8).
                03  Q-TO-DATE                PIC 9(8).
                03  Q-STU-ID                 PIC 9(7).
                03  FILLER                   PIC X(37).

       FD  AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
                03  AU-TRANS-DATE            PIC 9(8).
                03  AU-ACTION                PIC X(8).
                03  AU-REASON                PIC X(25).
                03  AU-STU-ID                PIC 9(7).

       FD  PRNT-FILE
           LABEL RECORDS ARE OMITTED.
      *    THE SELECTION ACTUALLY APPLIED - THE CARD'S VALUES      *
      *    AFTER THE OPEN-ENDED DEFAULTS ARE FILLED IN.  A BLANK   *
      *    NAME SELECTS EVERY STUDENT; THE DATE RANGE DEFAULTS TO  *
      *    EVERYTHING EVER WRITTEN.  A NONZERO ID OVERRIDES THE    *
      *    NAME                                                    *
      **************************************************************
       01  SELECTION-CTL.
                03  SEL-NAME                 PIC X(20)     VALUE SPACES.
                03  SEL-STU-ID               PIC 9(7)      VALUE 0.
                03  SEL-FROM-DATE            PIC 9(8)      VALUE 0.
                03  SEL-TO-DATE              PIC 9(8)
                                             VALUE 99999999.
                03  FILLER                 PIC X(9)       VALUE
                    'STUDENT'.
                03  ISN-NAME               PIC X(20).
                03  FILLER                 PIC X(5)       VALUE
                    '  ID '.
                03  ISN-STU-ID             PIC 9(7).
       01  INQ-SEL-DATE-LINE.
                03  FILLER                 PIC X(10)      VALUE
                    'RUN DATES'.
       01  INQ-COL-HEADING.
                03  FILLER                 PIC X(10)      VALUE
                    'RUN DATE'.
                03  FILLER                 PIC X(9)       VALUE
                    'STU ID'.
                03  FILLER                 PIC X(22)      VALUE 'NAME'.
                03  FILLER                 PIC X(3)       VALUE 'TY'.
                03  FILLER                 PIC X(9)       VALUE
       01  INQ-DETAIL-LINE.
                03  IDL-RUN-DATE           PIC 9(8).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  IDL-STU-ID             PIC 9(7).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  IDL-NAME               PIC X(20).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  IDL-TYPE               PIC X.
                IF EOF-P = 1
                   MOVE SPACES TO Q-NAME
                   MOVE 0 TO Q-FROM-DATE
                   MOVE 0 TO Q-TO-DATE
                   MOVE 0 TO Q-STU-ID.
                MOVE Q-NAME TO SEL-NAME.
                IF Q-STU-ID NUMERIC
                   MOVE Q-STU-ID TO SEL-STU-ID
                ELSE
                   MOVE 0 TO SEL-STU-ID.
                IF Q-FROM-DATE NUMERIC
                   MOVE Q-FROM-DATE TO SEL-FROM-DATE
                ELSE
      *   PASSED OVER                                              *
      **************************************************************
       1500-PROCESS-ONE-AUDIT.
                IF ((SEL-STU-ID > 0 AND AU-STU-ID = SEL-STU-ID)
                    OR (SEL-STU-ID = 0
                        AND (SEL-NAME = SPACES OR AU-NAME = SEL-NAME)))
                   AND AU-RUN-DATE NOT < SEL-FROM-DATE
                   AND AU-RUN-DATE NOT > SEL-TO-DATE
                   PERFORM 1600-PRINT-ONE-AUDIT.
                ELSE
                   ADD 1 TO SEL-REJECTED-CT.
                MOVE AU-RUN-DATE   TO IDL-RUN-DATE.
                MOVE AU-STU-ID     TO IDL-STU-ID.
                MOVE AU-NAME       TO IDL-NAME.
                MOVE AU-TYPE       TO IDL-TYPE.
                MOVE AU-AMOUNT     TO IDL-AMOUNT.
                   ADD 1 TO RECORDS-READ
                   IF AU-RUN-DATE NOT NUMERIC
                      MOVE 0 TO AU-RUN-DATE.
                IF EOF-A NOT = 1
                   AND AU-STU-ID NOT NUMERIC
                   MOVE 0 TO AU-STU-ID.
      **************************************************************
      *   PRINTS THE REPORT HEADING WITH THE SELECTION ECHOED SO   *
      *   A FILED COPY SAYS EXACTLY WHAT SLICE IT COVERS           *
       8000-PRINT-HEADINGS.
                WRITE PRNT-REC FROM INQ-HEADING
                    AFTER ADVANCING PAGE.
                IF SEL-STU-ID > 0
                   MOVE 'BY STUDENT ID' TO ISN-NAME
                ELSE
                IF SEL-NAME = SPACES
                   MOVE 'ALL STUDENTS' TO ISN-NAME
                ELSE
                   MOVE SEL-NAME TO ISN-NAME.
                MOVE SEL-STU-ID TO ISN-STU-ID.
                WRITE PRNT-REC FROM INQ-SEL-NAME-LINE
                    AFTER ADVANCING 2 LINES.
                MOVE SEL-FROM-DATE TO ISD-FROM.
