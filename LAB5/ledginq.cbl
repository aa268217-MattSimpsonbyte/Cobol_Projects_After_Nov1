       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LEDGINQ.
       AUTHOR. Matthew Simpson.
      *  RUN-CONTROL LEDGER INQUIRY.
      *  READS BACK THE RUNLEDG RUN-CONTROL LEDGER EVERY STEP OF THE
      *  NIGHTLY JOB STREAM APPENDS TO AND PRINTS ONE NIGHT'S STEPS
      *  IN THE ORDER THEY RAN - EACH STEP WITH ITS START TIME, THE
      *  GENERATION OF EVERY LEDGERED MASTER IT READ AND WROTE, AND
      *  ITS CONTROL TOTALS - SO THE OPERATOR CAN SIGN OFF THE WHOLE
      *  BATCH WINDOW FROM ONE REPORT INSTEAD OF GATHERING EVERY
      *  STEP'S PRINTOUT.  A STEP THAT REFUSED ITS INPUT BECAUSE IT
      *  WAS NOT THE GENERATION THE PREVIOUS STEP WROTE IS PRINTED
      *  WHERE IT STOPPED, FLAGGED, WITH THE GENERATION IT EXPECTED;
      *  ONE THAT STOPPED PART WAY FOR ANY OTHER REASON IS PRINTED
      *  WITH THE FILE IT STOPPED ON AND WHY.
      *  THE NIGHT COMES FROM A ONE-CARD PARAMETER FILE (YYYYMMDD
      *  RUN DATE).  A MISSING OR ZERO CARD MEANS THE LATEST RUN
      *  DATE ON THE LEDGER, SO THE MORNING RUN NEEDS NO CARD AT ALL.
      *  THE SUMMARY COUNTS THE STEPS THAT RAN TO THE END AND THE
      *  STEPS THAT STOPPED, AND SAYS WHETHER ANY STEP IS STILL
      *  STOPPED.  A NIGHT WITH ANY STOPPED RECORD ON IT IS NEVER
      *  CALLED CLEAN - A STEP THAT STOPPED PART WAY CAN LEAVE
      *  PRINTOUT OR -NEW FILES BEHIND, SO EVEN ONE LATER RERUN TO
      *  THE END IS SIGNED OFF ONLY AFTER ITS STOP IS REVIEWED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL PARM-FILE   ASSIGN TO 'LEDGPARM'.
            SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'RUNLEDG'.
            SELECT PRNT-FILE            ASSIGN TO 'UR-S-LEDGER'.

       DATA DIVISION.

       FILE SECTION.
       FD  PARM-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      LAYOUT FOR THE ONE PARAMETER CARD - THE RUN DATE      *
      **************************************************************
       01  PARM-REC.
                03  Q-RUN-DATE               PIC 9(8).
                03  FILLER                   PIC X(72).

       FD  LEDGER-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      LAYOUT FOR ONE RUN-CONTROL LEDGER RECORD - THE SAME    *
      *      FIELDS EVERY STEP WRITES: A STEP RECORD (S), ONE       *
      *      RECORD PER LEDGERED MASTER GENERATION READ (R) OR      *
      *      WRITTEN (W), ONE PER CONTROL TOTAL (T), OR A STOPPED   *
      *      RECORD (X) WHEN THE STEP REFUSED ITS INPUT OR STOPPED  *
      *      PART WAY, NAMING THE FILE AND THE REASON               *
      **************************************************************
       01  LEDGER-REC.
                03  LG-RUN-DATE              PIC 9(8).
                03  LG-STEP                  PIC X(8).
                03  LG-TYPE                  PIC X.
                    88  LG-STEP-RUN                        VALUE 'S'.
                    88  LG-GEN-READ                        VALUE 'R'.
                    88  LG-GEN-WRITTEN                     VALUE 'W'.
                    88  LG-CONTROL-TOTAL                   VALUE 'T'.
                    88  LG-STEP-STOPPED                    VALUE 'X'.
                03  LG-DETAIL                PIC X(63).
                03  LG-STEP-DATA REDEFINES LG-DETAIL.
                    05  LG-RUN-TIME          PIC 9(8).
                    05  LG-STEP-TITLE        PIC X(40).
                    05  FILLER               PIC X(15).
                03  LG-GEN-DATA REDEFINES LG-DETAIL.
                    05  LG-FILE              PIC X(8).
                    05  LG-GEN               PIC 9(5).
                    05  LG-REC-COUNT         PIC 9(7).
                    05  LG-HASH-TOTAL        PIC 9(13)V99.
                    05  LG-STAMP             PIC 9(8).
                    05  FILLER               PIC X(20).
                03  LG-TOTAL-DATA REDEFINES LG-DETAIL.
                    05  LG-TOTAL-NAME        PIC X(30).
                    05  LG-TOTAL-VALUE       PIC S9(11)V99.
                    05  FILLER               PIC X(20).
                03  LG-STOP-DATA REDEFINES LG-DETAIL.
                    05  LG-STOP-TIME         PIC 9(8).
                    05  LG-STOP-FILE         PIC X(8).
                    05  LG-STOP-GEN          PIC 9(5).
                    05  LG-STOP-WRITER       PIC X(8).
                    05  LG-STOP-WRITE-DATE   PIC 9(8).
                    05  LG-STOP-REASON       PIC X(26).

       FD  PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRNT-REC                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  EOF-SWITCHES.
                03  EOF-P                    PIC 9         VALUE 0.
                03  EOF-L                    PIC 9         VALUE 0.
      **************************************************************
      *    THE NIGHT ACTUALLY SELECTED - THE CARD'S DATE, OR THE   *
      *    LATEST RUN DATE ON THE LEDGER WHEN THERE IS NO CARD     *
      **************************************************************
       01  SELECTION-CTL.
                03  SEL-RUN-DATE             PIC 9(8)      VALUE 0.
                03  SEL-SOURCE               PIC X(20)     VALUE SPACES.
      **************************************************************
      *    A STEP'S CLOCK TIME, BROKEN OUT FOR PRINTING             *
      **************************************************************
       01  CLOCK-TIME                        PIC 9(8)      VALUE 0.
       01  CLOCK-PARTS REDEFINES CLOCK-TIME.
                03  CLOCK-HH                 PIC 99.
                03  CLOCK-MM                 PIC 99.
                03  CLOCK-SS                 PIC 99.
                03  CLOCK-HS                 PIC 99.
      **************************************************************
      *    ONE ENTRY PER STEP NAME SEEN ON THE NIGHT, HOLDING HOW   *
      *    IT LAST FINISHED - A STEP THAT STOPPED AND WAS THEN      *
      *    RERUN TO THE END IS NO LONGER OUTSTANDING, THOUGH THE    *
      *    NIGHT STILL CANNOT BE SIGNED OFF CLEAN                   *
      **************************************************************
       01  STEP-TABLE.
                03  STP-ENTRY    OCCURS 50 TIMES.
                    05  STP-STEP             PIC X(8).
                    05  STP-STATUS           PIC X.
                        88  STP-COMPLETED                  VALUE 'C'.
                        88  STP-STOPPED                    VALUE 'X'.
       01  STEP-CTL.
                03  STP-COUNT                PIC 99        VALUE 0.
                03  STP-SUB                  PIC 99        VALUE 0.
                03  STP-FOUND-SUB            PIC 99        VALUE 0.
                03  STP-FULL-SW              PIC X         VALUE 'N'.
                    88  STEP-TABLE-FULL                    VALUE 'Y'.
      **************************************************************
      *    INQUIRY CONTROL TOTALS                                  *
      **************************************************************
       01  INQ-TOTALS.
                03  RECORDS-READ             PIC 9(7)      VALUE 0.
                03  RECORDS-SELECTED         PIC 9(7)      VALUE 0.
                03  STEPS-COMPLETED          PIC 9(5)      VALUE 0.
                03  STEPS-STOPPED            PIC 9(5)      VALUE 0.
                03  STEPS-OUTSTANDING        PIC 9(5)      VALUE 0.
      **************************************************************
      *      LAYOUT FOR THE INQUIRY REPORT LINES                   *
      **************************************************************
       01  INQ-HEADING.
                03  FILLER                 PIC X(40)      VALUE
                    'NIGHTLY BATCH RUN-CONTROL LEDGER'.
       01  INQ-DATE-LINE.
                03  FILLER                 PIC X(10)      VALUE
                    'RUN DATE'.
                03  IDT-RUN-DATE           PIC 9(8).
                03  FILLER                 PIC X(3)       VALUE SPACES.
                03  IDT-SOURCE             PIC X(20).
       01  INQ-STEP-LINE.
                03  FILLER                 PIC X(5)       VALUE
                    'STEP'.
                03  ISL-STEP               PIC X(8).
                03  FILLER                 PIC X(5)       VALUE
                    '  AT '.
                03  ISL-HH                 PIC 99.
                03  FILLER                 PIC X          VALUE ':'.
                03  ISL-MM                 PIC 99.
                03  FILLER                 PIC X          VALUE ':'.
                03  ISL-SS                 PIC 99.
                03  FILLER                 PIC X(3)       VALUE SPACES.
                03  ISL-TITLE              PIC X(40).
       01  INQ-GEN-LINE.
                03  FILLER                 PIC X(4)       VALUE SPACES.
                03  IGL-ACTION             PIC X(7).
                03  IGL-FILE               PIC X(8).
                03  FILLER                 PIC X(5)       VALUE
                    ' GEN '.
                03  IGL-GEN                PIC ZZZZ9.
                03  FILLER                 PIC X(10)      VALUE
                    '  RECORDS '.
                03  IGL-COUNT              PIC ZZZZZZ9.
                03  FILLER                 PIC X(7)       VALUE
                    '  HASH '.
                03  IGL-HASH               PIC ZZZZZZZZZZZZ9.99.
                03  FILLER                 PIC X(8)       VALUE
                    '  STAMP '.
                03  IGL-STAMP              PIC 9(8).
       01  INQ-TOTAL-DETAIL-LINE.
                03  FILLER                 PIC X(4)       VALUE SPACES.
                03  FILLER                 PIC X(7)       VALUE
                    'TOTAL'.
                03  ITD-NAME               PIC X(30).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  ITD-VALUE              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  INQ-STOP-LINE1.
                03  FILLER                 PIC X(9)       VALUE
                    '*** STEP'.
                03  IXL-STEP               PIC X(8).
                03  FILLER                 PIC X(13)      VALUE
                    '  STOPPED AT '.
                03  IXL-HH                 PIC 99.
                03  FILLER                 PIC X          VALUE ':'.
                03  IXL-MM                 PIC 99.
                03  FILLER                 PIC X          VALUE ':'.
                03  IXL-SS                 PIC 99.
       01  INQ-STOP-LINE2.
                03  FILLER                 PIC X(4)       VALUE SPACES.
                03  IXL-FILE               PIC X(8).
                03  FILLER                 PIC X(22)      VALUE
                    ' IS NOT GENERATION'.
                03  IXL-GEN                PIC ZZZZ9.
                03  FILLER                 PIC X(12)      VALUE
                    ' WRITTEN BY '.
                03  IXL-WRITER             PIC X(8).
                03  FILLER                 PIC X(4)       VALUE
                    ' ON '.
                03  IXL-WRITE-DATE         PIC 9(8).
       01  INQ-STOP-LINE3.
                03  FILLER                 PIC X(4)       VALUE SPACES.
                03  IXR-FILE               PIC X(8).
                03  FILLER                 PIC X(15)      VALUE
                    ' RUN STOPPED - '.
                03  IXR-REASON             PIC X(26).
       01  INQ-NONE-LINE.
                03  FILLER                 PIC X(40)      VALUE
                    'NO LEDGER RECORDS FOR THIS RUN DATE'.
       01  INQ-TOTAL-LINE1.
                03  FILLER                 PIC X(30)      VALUE
                    'LEDGER RECORDS READ'.
                03  IT-READ                PIC ZZZZZZ9.
       01  INQ-TOTAL-LINE2.
                03  FILLER                 PIC X(30)      VALUE
                    'RECORDS FOR THIS RUN DATE'.
                03  IT-SELECTED            PIC ZZZZZZ9.
       01  INQ-TOTAL-LINE3.
                03  FILLER                 PIC X(30)      VALUE
                    'STEPS RUN TO THE END'.
                03  IT-COMPLETED           PIC ZZZZZZ9.
       01  INQ-TOTAL-LINE4.
                03  FILLER                 PIC X(30)      VALUE
                    'STEPS STOPPED'.
                03  IT-STOPPED             PIC ZZZZZZ9.
       01  INQ-TOTAL-LINE5.
                03  FILLER                 PIC X(30)      VALUE
                    'STEPS STILL STOPPED'.
                03  IT-OUTSTANDING         PIC ZZZZZZ9.
       01  INQ-CLEAN-LINE.
                03  FILLER                 PIC X(60)      VALUE
                    'BATCH WINDOW CLEAN - EVERY STEP RAN TO THE END'.
       01  INQ-NOT-CLEAN-LINE.
                03  FILLER                 PIC X(60)      VALUE
                    '*** BATCH WINDOW NOT CLEAN - RERUN STOPPED STEPS'.
       01  INQ-REVIEW-LINE.
                03  FILLER                 PIC X(29)      VALUE
                    '*** BATCH WINDOW NOT CLEAN - '.
                03  FILLER                 PIC X(35)      VALUE
                    'STOPPED STEPS RERUN, REVIEW THEM'.
       01  INQ-STEP-FULL-LINE.
                03  FILLER                 PIC X(60)      VALUE
                    '*** WARNING - STEP TABLE FULL AT 50 STEP NAMES'.
       01  INQ-SIGN-OFF-LINE.
                03  FILLER                 PIC X(18)      VALUE
                    'OPERATOR SIGN-OFF'.
                03  FILLER                 PIC X(30)      VALUE
                    '______________________________'.
                03  FILLER                 PIC X(7)       VALUE
                    '  DATE '.
                03  FILLER                 PIC X(10)      VALUE
                    '__________'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                PERFORM 1000-LOAD-SELECTION.
                OPEN INPUT LEDGER-FILE.
                OPEN OUTPUT PRNT-FILE.
                PERFORM 8000-PRINT-HEADINGS.
                PERFORM 2100-READ-LEDGER.
                PERFORM 1500-PROCESS-ONE-ENTRY
                    UNTIL EOF-L = 1.
                PERFORM 8500-PRINT-SIGN-OFF.
                CLOSE LEDGER-FILE
                      PRNT-FILE.
                STOP RUN.
      **************************************************************
      *   READS THE ONE PARAMETER CARD - NO CARD, OR A ZERO OR     *
      *   UNREADABLE DATE, MEANS THE LATEST NIGHT ON THE LEDGER,   *
      *   FOUND ON A FIRST PASS                                    *
      **************************************************************
       1000-LOAD-SELECTION.
                OPEN INPUT PARM-FILE.
                READ PARM-FILE
                    AT END MOVE 1 TO EOF-P.
                CLOSE PARM-FILE.
                IF EOF-P NOT = 1
                   AND Q-RUN-DATE NUMERIC
                   AND Q-RUN-DATE > 0
                   MOVE Q-RUN-DATE TO SEL-RUN-DATE
                   MOVE 'FROM PARAMETER CARD' TO SEL-SOURCE
                ELSE
                   PERFORM 1100-FIND-LATEST-DATE
                   MOVE 'LATEST ON LEDGER' TO SEL-SOURCE.
       1100-FIND-LATEST-DATE.
                OPEN INPUT LEDGER-FILE.
                PERFORM 1150-READ-LATEST-PASS.
                PERFORM 1120-NOTE-LATEST-DATE
                    UNTIL EOF-L = 1.
                CLOSE LEDGER-FILE.
                MOVE 0 TO EOF-L.
       1120-NOTE-LATEST-DATE.
                IF LG-RUN-DATE NUMERIC
                   AND LG-RUN-DATE > SEL-RUN-DATE
                   MOVE LG-RUN-DATE TO SEL-RUN-DATE.
                PERFORM 1150-READ-LATEST-PASS.
       1150-READ-LATEST-PASS.
                READ LEDGER-FILE
                    AT END MOVE 1 TO EOF-L.
      **************************************************************
      *   PRINTS ONE LEDGER RECORD OF THE SELECTED NIGHT IN THE    *
      *   FORM ITS TYPE CALLS FOR; EVERY OTHER NIGHT IS COUNTED AS *
      *   READ AND PASSED OVER                                     *
      **************************************************************
       1500-PROCESS-ONE-ENTRY.
                IF LG-RUN-DATE = SEL-RUN-DATE
                   ADD 1 TO RECORDS-SELECTED
                   PERFORM 1600-PRINT-ONE-ENTRY.
                PERFORM 2100-READ-LEDGER.
       1600-PRINT-ONE-ENTRY.
                IF LG-STEP-RUN
                   PERFORM 1610-PRINT-STEP
                ELSE
                IF LG-GEN-READ OR LG-GEN-WRITTEN
                   PERFORM 1620-PRINT-GENERATION
                ELSE
                IF LG-CONTROL-TOTAL
                   PERFORM 1630-PRINT-TOTAL
                ELSE
                IF LG-STEP-STOPPED
                   PERFORM 1640-PRINT-STOPPED.
       1610-PRINT-STEP.
                ADD 1 TO STEPS-COMPLETED.
                PERFORM 1700-FIND-STEP.
                IF STP-FOUND-SUB > 0
                   MOVE 'C' TO STP-STATUS(STP-FOUND-SUB).
                MOVE LG-RUN-TIME   TO CLOCK-TIME.
                MOVE LG-STEP       TO ISL-STEP.
                MOVE CLOCK-HH      TO ISL-HH.
                MOVE CLOCK-MM      TO ISL-MM.
                MOVE CLOCK-SS      TO ISL-SS.
                MOVE LG-STEP-TITLE TO ISL-TITLE.
                WRITE PRNT-REC FROM INQ-STEP-LINE
                    AFTER ADVANCING 2 LINES.
       1620-PRINT-GENERATION.
                IF LG-GEN-READ
                   MOVE 'READ'  TO IGL-ACTION
                ELSE
                   MOVE 'WROTE' TO IGL-ACTION.
                MOVE LG-FILE       TO IGL-FILE.
                MOVE LG-GEN        TO IGL-GEN.
                MOVE LG-REC-COUNT  TO IGL-COUNT.
                MOVE LG-HASH-TOTAL TO IGL-HASH.
                MOVE LG-STAMP      TO IGL-STAMP.
                WRITE PRNT-REC FROM INQ-GEN-LINE
                    AFTER ADVANCING 1 LINE.
       1630-PRINT-TOTAL.
                MOVE LG-TOTAL-NAME  TO ITD-NAME.
                MOVE LG-TOTAL-VALUE TO ITD-VALUE.
                WRITE PRNT-REC FROM INQ-TOTAL-DETAIL-LINE
                    AFTER ADVANCING 1 LINE.
       1640-PRINT-STOPPED.
                ADD 1 TO STEPS-STOPPED.
                PERFORM 1700-FIND-STEP.
                IF STP-FOUND-SUB > 0
                   MOVE 'X' TO STP-STATUS(STP-FOUND-SUB).
                MOVE LG-STOP-TIME       TO CLOCK-TIME.
                MOVE LG-STEP            TO IXL-STEP.
                MOVE CLOCK-HH           TO IXL-HH.
                MOVE CLOCK-MM           TO IXL-MM.
                MOVE CLOCK-SS           TO IXL-SS.
                WRITE PRNT-REC FROM INQ-STOP-LINE1
                    AFTER ADVANCING 2 LINES.
                IF LG-STOP-WRITER NOT = SPACES
                   MOVE LG-STOP-FILE       TO IXL-FILE
                   MOVE LG-STOP-GEN        TO IXL-GEN
                   MOVE LG-STOP-WRITER     TO IXL-WRITER
                   MOVE LG-STOP-WRITE-DATE TO IXL-WRITE-DATE
                   WRITE PRNT-REC FROM INQ-STOP-LINE2
                       AFTER ADVANCING 1 LINE
                ELSE
                   MOVE LG-STOP-FILE       TO IXR-FILE
                   MOVE LG-STOP-REASON     TO IXR-REASON
                   WRITE PRNT-REC FROM INQ-STOP-LINE3
                       AFTER ADVANCING 1 LINE.
      **************************************************************
      *   FINDS THE STEP'S ENTRY IN THE STEP TABLE, ADDING IT THE  *
      *   FIRST TIME THE STEP IS SEEN ON THE NIGHT                 *
      **************************************************************
       1700-FIND-STEP.
                MOVE 0 TO STP-FOUND-SUB.
                PERFORM 1710-CHECK-ONE-STEP
                    VARYING STP-SUB FROM 1 BY 1
                    UNTIL STP-SUB > STP-COUNT
                    OR STP-FOUND-SUB > 0.
                IF STP-FOUND-SUB = 0
                   IF STP-COUNT < 50
                      ADD 1 TO STP-COUNT
                      MOVE LG-STEP TO STP-STEP(STP-COUNT)
                      MOVE STP-COUNT TO STP-FOUND-SUB
                   ELSE
                      MOVE 'Y' TO STP-FULL-SW.
       1710-CHECK-ONE-STEP.
                IF STP-STEP(STP-SUB) = LG-STEP
                   MOVE STP-SUB TO STP-FOUND-SUB.
       1800-COUNT-OUTSTANDING.
                IF STP-STOPPED(STP-SUB)
                   ADD 1 TO STEPS-OUTSTANDING.
      **************************************************************
      *   READS THE LEDGER, COUNTING EVERY RECORD READ.  A RECORD  *
      *   WHOSE RUN DATE IS UNREADABLE IS TREATED AS ZERO SO IT    *
      *   CAN NEVER BE TAKEN FOR THE SELECTED NIGHT                *
      **************************************************************
       2100-READ-LEDGER.
                READ LEDGER-FILE
                    AT END MOVE 1 TO EOF-L.
                IF EOF-L NOT = 1
                   ADD 1 TO RECORDS-READ
                   IF LG-RUN-DATE NOT NUMERIC
                      MOVE 0 TO LG-RUN-DATE.
      **************************************************************
      *   PRINTS THE REPORT HEADING WITH THE NIGHT ECHOED, AND     *
      *   WHERE IT CAME FROM, SO A FILED COPY SAYS WHAT IT COVERS  *
      **************************************************************
       8000-PRINT-HEADINGS.
                WRITE PRNT-REC FROM INQ-HEADING
                    AFTER ADVANCING PAGE.
                MOVE SEL-RUN-DATE TO IDT-RUN-DATE.
                MOVE SEL-SOURCE   TO IDT-SOURCE.
                WRITE PRNT-REC FROM INQ-DATE-LINE
                    AFTER ADVANCING 2 LINES.
      **************************************************************
      *   PRINTS THE NIGHT'S SUMMARY - STEPS RUN TO THE END,       *
      *   STEPS STOPPED AND STEPS STILL STOPPED - WITH A PLAIN     *
      *   CLEAN OR NOT-CLEAN VERDICT AND THE OPERATOR'S SIGN-OFF.  *
      *   ANY STOP ON THE NIGHT RULES OUT CLEAN, EVEN WHEN EVERY   *
      *   STOPPED STEP WAS RERUN TO THE END                        *
      **************************************************************
       8500-PRINT-SIGN-OFF.
                PERFORM 1800-COUNT-OUTSTANDING
                    VARYING STP-SUB FROM 1 BY 1
                    UNTIL STP-SUB > STP-COUNT.
                IF RECORDS-SELECTED = 0
                   WRITE PRNT-REC FROM INQ-NONE-LINE
                       AFTER ADVANCING 2 LINES.
                MOVE RECORDS-READ      TO IT-READ.
                WRITE PRNT-REC FROM INQ-TOTAL-LINE1
                    AFTER ADVANCING 3 LINES.
                MOVE RECORDS-SELECTED  TO IT-SELECTED.
                WRITE PRNT-REC FROM INQ-TOTAL-LINE2
                    AFTER ADVANCING 1 LINE.
                MOVE STEPS-COMPLETED   TO IT-COMPLETED.
                WRITE PRNT-REC FROM INQ-TOTAL-LINE3
                    AFTER ADVANCING 1 LINE.
                MOVE STEPS-STOPPED     TO IT-STOPPED.
                WRITE PRNT-REC FROM INQ-TOTAL-LINE4
                    AFTER ADVANCING 1 LINE.
                MOVE STEPS-OUTSTANDING TO IT-OUTSTANDING.
                WRITE PRNT-REC FROM INQ-TOTAL-LINE5
                    AFTER ADVANCING 1 LINE.
                IF STEP-TABLE-FULL
                   WRITE PRNT-REC FROM INQ-STEP-FULL-LINE
                       AFTER ADVANCING 2 LINES.
                IF STEPS-OUTSTANDING > 0
                   OR STEP-TABLE-FULL
                   OR RECORDS-SELECTED = 0
                   WRITE PRNT-REC FROM INQ-NOT-CLEAN-LINE
                       AFTER ADVANCING 2 LINES
                ELSE
                IF STEPS-STOPPED > 0
                   WRITE PRNT-REC FROM INQ-REVIEW-LINE
                       AFTER ADVANCING 2 LINES
                ELSE
                   WRITE PRNT-REC FROM INQ-CLEAN-LINE
                       AFTER ADVANCING 2 LINES.
                WRITE PRNT-REC FROM INQ-SIGN-OFF-LINE
                    AFTER ADVANCING 3 LINES.
