       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DISBLOAD.
       AUTHOR. Matthew Simpson.
      *  ONE-TIME OPENING LOAD OF THE DISBHIST DISBURSEMENT HISTORY.
      *  UNTIL DISB5, A STUDENT'S LOAN WAS THE ONE I-LOAN FIELD ON
      *  THE STUDENT FILE (COB1-EMPLOYEE).  THIS STEP CUTS ONE NEW-
      *  DISBURSEMENT TRANSACTION ('N') PER STUDENT CARRYING A LOAN,
      *  FOR THE I-LOAN AMOUNT AS IT STANDS, UNDER THE TERM CODE
      *  'OPENBL' (OPENING BALANCE - THE TERMS AND DATES BEHIND THE
      *  OLD FIELD WERE NEVER KEPT) AND DATED THE DAY OF THE LOAD.
      *  THE TRANSACTIONS GO TO DISBTRAN, IN THE STUDENT FILE'S OWN
      *  STUDENT-ID ORDER, AND THE NEXT DISB5 RUN POSTS THEM LIKE ANY
      *  OTHER - SO THE OPENING BALANCES GET THE SAME AUDIT TRAIL,
      *  CONTROL TRAILER AND RECONCILIATION AS EVERY LATER
      *  DISBURSEMENT.  IT MUST RUN BEFORE THE FIRST DISB5 RUN: A
      *  STUDENT WITH NO DISBHIST RECORD IS STILL CARRIED ON I-LOAN
      *  BY LAB5 AND ASSESS5, BUT ONCE DISB5 STARTS A RECORD FOR THEM
      *  ONLY THE HISTORY COUNTS, AND ANY OLD LOAN NOT LOADED FIRST
      *  WOULD DROP OUT OF THEIR BALANCE.
      *  LOADING TWICE WOULD LEND EVERY STUDENT THEIR LOAN TWICE, SO
      *  THE RUN STOPS COLD IF DISBHIST ALREADY HOLDS A STUDENT.  A
      *  STUDENT WITH A LOAN BUT NO STUDENT ID CANNOT BE MATCHED TO A
      *  HISTORY AND IS LISTED INSTEAD OF LOADED - RESOLVE THE ID
      *  WITH STUASSGN AND POST THE LOAN THROUGH DISB5 BY HAND.
      *  THE RUN IS RECORDED ON THE RUNLEDG RUN-CONTROL LEDGER WITH
      *  ITS CONTROL TOTALS, AND PROVES THE DISBHIST IN HAND IS THE
      *  LAST GENERATION WRITTEN THE SAME AS EVERY OTHER READER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT INPUT-FILE   ASSIGN TO 'COB1-EMPLOYEE'.
            SELECT OPTIONAL DISBHIST-FILE ASSIGN TO 'DISBHIST'.
            SELECT TRANS-FILE   ASSIGN TO 'DISBTRAN'.
            SELECT PRNT-FILE    ASSIGN TO 'UR-S-DISBLD'.
            SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'RUNLEDG'.

       DATA DIVISION.

       FILE SECTION.
       FD  INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *           LAYOUT FOR THE INPUT FILE                       *
      **************************************************************
       01  INPUT-DATA.
                03  I-NAME                   PIC X(20).
                03  I-DEGREE                 PIC X(4).
                03  I-YEAR                   PIC X(4).
                03  I-LOAN                   PIC 9(5)V99.
                03  I-PAID1                  PIC 9(4)V99.
                03  I-PAID2                  PIC 9(4)V99.
                03  I-PAID3                  PIC 9(4)V99.
                03  I-PAID4                  PIC 9(4)V99.
                03  I-STU-ID                 PIC 9(7).

       FD  DISBHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      DISBURSEMENT-HISTORY RECORD - ONLY THE NAME FIELD IS   *
      *      LOOKED AT, TO TELL THE CONTROL TRAILER FROM A STUDENT  *
      *      (SEE DISB5 FOR THE FULL LAYOUT)                        *
      **************************************************************
       01  DISBHIST-REC.
                03  DH-NAME                  PIC X(20).
                03  FILLER                   PIC X(273).

       FD  TRANS-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *    LAYOUT FOR ONE DISBURSEMENT TRANSACTION, AS DISB5 POSTS *
      *    IT                                                       *
      **************************************************************
       01  TRANS-DATA.
                03  T-NAME                   PIC X(20).
                03  T-TYPE                   PIC X.
                03  T-TERM                   PIC X(6).
                03  T-DATE                   PIC 9(8).
                03  T-AMOUNT                 PIC 9(5)V99.
                03  T-STU-ID                 PIC 9(7).

       FD  PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRNT-REC                  PIC X(100).

       FD  LEDGER-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      LAYOUT FOR ONE RUN-CONTROL LEDGER RECORD - THE LEDGER  *
      *      IS SHARED BY EVERY STEP OF THE NIGHTLY JOB STREAM AND  *
      *      IS ONLY EVER APPENDED TO.  A STEP THAT RUNS TO THE END *
      *      WRITES A STEP RECORD (S), ONE RECORD PER LEDGERED      *
      *      MASTER GENERATION IT READ (R) OR WROTE (W), AND ONE    *
      *      RECORD PER CONTROL TOTAL (T).  A STEP THAT REFUSES ITS *
      *      INPUT, OR STOPS PART WAY, WRITES A STOPPED RECORD      *
      *      (X) INSTEAD, NAMING THE FILE AND THE REASON.  A        *
      *      GENERATION IS KNOWN BY ITS RECORD COUNT, HASH TOTAL    *
      *      AND STAMP, SO THE NEXT STEP CAN PROVE THE FILE IN HAND *
      *      IS THE ONE THE PREVIOUS STEP WROTE                     *
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

       WORKING-STORAGE SECTION.
       01  MISC.
                03  RUN-DATE                 PIC 9(8)      VALUE 0.
       01  EOF-SWITCHES.
                03  EOF-I                    PIC 9         VALUE 0.
                03  EOF-DH                   PIC 9         VALUE 0.
      **************************************************************
      *    DISBHIST CONTROL TRAILER - ITS NAME FIELD CARRIES THE    *
      *    SENTINEL BELOW; ANYTHING ELSE ON DISBHIST IS A STUDENT   *
      **************************************************************
       01  TRAILER-DATA.
                03  TR-ID                   PIC X(20).
                03  TR-REC-COUNT            PIC 9(7).
                03  TR-TOTAL-DISB           PIC 9(9)V99.
                03  TR-LAYOUT-VERSION       PIC 99.
                03  TR-RUN-DATE             PIC 9(8).
                03  FILLER                  PIC X(245).
       01  TRAILER-CONSTANTS.
                03  TRAILER-ID              PIC X(20)      VALUE
                    '*** DISBHIST TRAILER'.
                03  OPENING-TERM            PIC X(6)       VALUE
                    'OPENBL'.
      **************************************************************
      *    CONTROL TOTALS - EVERY STUDENT READ IS EITHER LOADED,    *
      *    HAS NO LOAN, OR IS LISTED FOR HAVING NO STUDENT ID       *
      **************************************************************
       01  LOAD-TOTALS.
                03  STUDENTS-READ            PIC 9(5)      VALUE 0.
                03  LOANS-LOADED             PIC 9(5)      VALUE 0.
                03  NO-LOAN                  PIC 9(5)      VALUE 0.
                03  NO-STU-ID                PIC 9(5)      VALUE 0.
                03  AMOUNT-LOADED            PIC 9(9)V99   VALUE 0.
      **************************************************************
      *    STUDENTS CARRYING A LOAN THAT COULD NOT BE LOADED        *
      *    BECAUSE THEY HAVE NO STUDENT ID                          *
      **************************************************************
       01  NO-ID-TABLE.
                03  NI-ENTRY        OCCURS 200 TIMES.
                    05  NI-NAME              PIC X(20).
                    05  NI-LOAN              PIC 9(5)V99.
       01  NO-ID-CTL.
                03  NI-COUNT                PIC 999       VALUE 0.
                03  NI-SUB                  PIC 999       VALUE 0.
      **************************************************************
      *    RUN-CONTROL LEDGER WORK AREAS.  GEN-TABLE HOLDS ONE      *
      *    ENTRY PER LEDGERED MASTER THIS STEP READS (USE I),       *
      *    WRITES (USE O) OR BOTH (USE U): THE FINGERPRINT OF THE   *
      *    COPY IN HAND (CUR), OF THE COPY THIS RUN WROTE (NEW),    *
      *    OF THE LAST GENERATION ANY STEP WROTE (W) AND OF THE     *
      *    LAST GENERATION THIS STEP READ (R)                       *
      **************************************************************
       01  LEDGER-CTL.
                03  LEDGER-STEP             PIC X(8)       VALUE
                    'DISBLOAD'.
                03  LEDGER-TITLE            PIC X(40)      VALUE
                    'OPENING DISBURSEMENT LOAD'.
                03  LEDGER-TIME             PIC 9(8)       VALUE 0.
                03  EOF-LG                  PIC 9          VALUE 0.
                03  EOF-LP                  PIC 9          VALUE 0.
                03  GEN-SUB                 PIC 9          VALUE 0.
                03  GEN-COUNT               PIC 9          VALUE 1.
                03  LEDGER-TOTAL-NAME       PIC X(30)      VALUE SPACES.
                03  LEDGER-TOTAL-VALUE      PIC S9(11)V99  VALUE 0.
                03  STOP-FILE               PIC X(8)       VALUE SPACES.
                03  STOP-REASON             PIC X(26)      VALUE SPACES.
                03  STOP-SW                 PIC X          VALUE 'N'.
                    88  STOP-RECORDED                      VALUE 'Y'.
       01  GEN-TABLE.
                03  GEN-ENTRY       OCCURS 1 TIMES.
                    05  GEN-FILE             PIC X(8).
                    05  GEN-USE              PIC X.
                        88  GEN-IS-INPUT             VALUE 'I' 'U'.
                        88  GEN-IS-OUTPUT            VALUE 'O' 'U'.
                    05  GEN-CUR-COUNT        PIC 9(7).
                    05  GEN-CUR-HASH         PIC 9(13)V99.
                    05  GEN-CUR-STAMP        PIC 9(8).
                    05  GEN-NEW-COUNT        PIC 9(7).
                    05  GEN-NEW-HASH         PIC 9(13)V99.
                    05  GEN-NEW-STAMP        PIC 9(8).
                    05  GEN-W-SW             PIC X.
                        88  GEN-W-SEEN                     VALUE 'Y'.
                    05  GEN-W-GEN            PIC 9(5).
                    05  GEN-W-COUNT          PIC 9(7).
                    05  GEN-W-HASH           PIC 9(13)V99.
                    05  GEN-W-STAMP          PIC 9(8).
                    05  GEN-W-STEP           PIC X(8).
                    05  GEN-W-DATE           PIC 9(8).
                    05  GEN-R-SW             PIC X.
                        88  GEN-R-SEEN                     VALUE 'Y'.
                    05  GEN-R-GEN            PIC 9(5).
                    05  GEN-R-COUNT          PIC 9(7).
                    05  GEN-R-HASH           PIC 9(13)V99.
                    05  GEN-R-STAMP          PIC 9(8).
                    05  GEN-READ-GEN         PIC 9(5).
      **************************************************************
      *      LAYOUT FOR THE LOAD REPORT LINES                       *
      **************************************************************
       01  LOAD-HEADING.
                03  FILLER                 PIC X(37)      VALUE
                    'OPENING DISBURSEMENT LOAD REPORT'.
                03  LH-DATE                PIC 9(8).
       01  LOAD-COUNT-LINE.
                03  LCL-LABEL              PIC X(28).
                03  LCL-COUNT              PIC ZZZZ9.
       01  LOAD-AMOUNT-LINE.
                03  LAL-LABEL              PIC X(28).
                03  FILLER                 PIC X(5)       VALUE SPACES.
                03  LAL-AMOUNT             PIC ZZZZZZZZ9.99.
       01  NO-ID-HEADING.
                03  FILLER                 PIC X(50)      VALUE
                    'LOANS NOT LOADED - STUDENT HAS NO STUDENT ID'.
       01  NO-ID-LINE.
                03  NIL-NAME               PIC X(20).
                03  FILLER                 PIC X(3)       VALUE SPACES.
                03  NIL-LOAN               PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                ACCEPT RUN-DATE FROM DATE YYYYMMDD.
                PERFORM 0100-CHECK-RUN-LEDGER.
                PERFORM 0300-REQUIRE-EMPTY-DISBHIST.
                OPEN INPUT INPUT-FILE.
                OPEN OUTPUT TRANS-FILE
                     PRNT-FILE.
                PERFORM 2000-READ-STUDENT.
                PERFORM 1000-LOAD-ONE-STUDENT
                    UNTIL EOF-I = 1.
                PERFORM 8000-LOAD-REPORT.
                CLOSE INPUT-FILE
                      TRANS-FILE
                      PRNT-FILE.
                PERFORM 7800-POST-RUN-LEDGER.
                STOP RUN.
      **************************************************************
      *   CHECKS THE RUN-CONTROL LEDGER BEFORE ANYTHING IS OPENED - *
      *   EVERY LEDGERED INPUT MUST BE THE GENERATION THE LAST      *
      *   STEP TO WRITE IT PRODUCED, OR THE VERY COPY THIS STEP     *
      *   ALREADY READ WHEN THIS IS A RERUN OF A STEP WHOSE OUTPUT  *
      *   WAS NEVER PROMOTED.  A MASTER NEVER YET WRITTEN UNDER THE *
      *   LEDGER IS TAKEN AS GENERATION ZERO                        *
      **************************************************************
       0100-CHECK-RUN-LEDGER.
                ACCEPT LEDGER-TIME FROM TIME.
                PERFORM 0105-CLEAR-GEN-ENTRY
                    VARYING GEN-SUB FROM 1 BY 1
                    UNTIL GEN-SUB > GEN-COUNT.
                MOVE 'DISBHIST' TO GEN-FILE(1).
                MOVE 'I'        TO GEN-USE(1).
                OPEN INPUT LEDGER-FILE.
                PERFORM 0110-READ-LEDGER.
                PERFORM 0120-NOTE-LEDGER-ENTRY
                    UNTIL EOF-LG = 1.
                CLOSE LEDGER-FILE.
                PERFORM 0200-FINGERPRINT-DISBHIST.
                PERFORM 0130-CHECK-ONE-INPUT
                    VARYING GEN-SUB FROM 1 BY 1
                    UNTIL GEN-SUB > GEN-COUNT.
       0105-CLEAR-GEN-ENTRY.
                MOVE SPACES TO GEN-FILE(GEN-SUB).
                MOVE SPACES TO GEN-USE(GEN-SUB).
                MOVE 0      TO GEN-CUR-COUNT(GEN-SUB).
                MOVE 0      TO GEN-CUR-HASH(GEN-SUB).
                MOVE 0      TO GEN-CUR-STAMP(GEN-SUB).
                MOVE 0      TO GEN-NEW-COUNT(GEN-SUB).
                MOVE 0      TO GEN-NEW-HASH(GEN-SUB).
                MOVE 0      TO GEN-NEW-STAMP(GEN-SUB).
                MOVE 'N'    TO GEN-W-SW(GEN-SUB).
                MOVE 0      TO GEN-W-GEN(GEN-SUB).
                MOVE 0      TO GEN-W-COUNT(GEN-SUB).
                MOVE 0      TO GEN-W-HASH(GEN-SUB).
                MOVE 0      TO GEN-W-STAMP(GEN-SUB).
                MOVE SPACES TO GEN-W-STEP(GEN-SUB).
                MOVE 0      TO GEN-W-DATE(GEN-SUB).
                MOVE 'N'    TO GEN-R-SW(GEN-SUB).
                MOVE 0      TO GEN-R-GEN(GEN-SUB).
                MOVE 0      TO GEN-R-COUNT(GEN-SUB).
                MOVE 0      TO GEN-R-HASH(GEN-SUB).
                MOVE 0      TO GEN-R-STAMP(GEN-SUB).
                MOVE 0      TO GEN-READ-GEN(GEN-SUB).
       0110-READ-LEDGER.
                READ LEDGER-FILE
                    AT END MOVE 1 TO EOF-LG.
      **************************************************************
      *   KEEPS THE LATEST GENERATION WRITTEN, AND THE LATEST       *
      *   GENERATION THIS STEP READ, FOR EVERY LEDGERED MASTER -    *
      *   THE LEDGER IS IN TIME ORDER SO THE LAST ONE SEEN WINS     *
      **************************************************************
       0120-NOTE-LEDGER-ENTRY.
                IF LG-GEN-READ OR LG-GEN-WRITTEN
                   PERFORM 0125-NOTE-ONE-GEN
                       VARYING GEN-SUB FROM 1 BY 1
                       UNTIL GEN-SUB > GEN-COUNT.
                PERFORM 0110-READ-LEDGER.
       0125-NOTE-ONE-GEN.
                IF GEN-FILE(GEN-SUB) = LG-FILE
                   AND LG-GEN-WRITTEN
                   MOVE 'Y'           TO GEN-W-SW(GEN-SUB)
                   MOVE LG-GEN        TO GEN-W-GEN(GEN-SUB)
                   MOVE LG-REC-COUNT  TO GEN-W-COUNT(GEN-SUB)
                   MOVE LG-HASH-TOTAL TO GEN-W-HASH(GEN-SUB)
                   MOVE LG-STAMP      TO GEN-W-STAMP(GEN-SUB)
                   MOVE LG-STEP       TO GEN-W-STEP(GEN-SUB)
                   MOVE LG-RUN-DATE   TO GEN-W-DATE(GEN-SUB).
                IF GEN-FILE(GEN-SUB) = LG-FILE
                   AND LG-GEN-READ
                   AND LG-STEP = LEDGER-STEP
                   MOVE 'Y'           TO GEN-R-SW(GEN-SUB)
                   MOVE LG-GEN        TO GEN-R-GEN(GEN-SUB)
                   MOVE LG-REC-COUNT  TO GEN-R-COUNT(GEN-SUB)
                   MOVE LG-HASH-TOTAL TO GEN-R-HASH(GEN-SUB)
                   MOVE LG-STAMP      TO GEN-R-STAMP(GEN-SUB).
      **************************************************************
      *   PROVES ONE INPUT AGAINST THE LEDGER - THE COPY IN HAND    *
      *   MUST CARRY THE COUNT, HASH AND STAMP OF THE LAST          *
      *   GENERATION WRITTEN.  THE ONE EXCEPTION IS THIS STEP'S OWN *
      *   RERUN: WHEN THIS STEP WROTE THE LAST GENERATION AND THE   *
      *   COPY IN HAND IS STILL THE ONE IT READ LAST TIME, THE NEW  *
      *   FILE WAS SIMPLY NEVER PROMOTED AND IS BEING REBUILT       *
      **************************************************************
       0130-CHECK-ONE-INPUT.
                IF GEN-IS-INPUT(GEN-SUB)
                   AND GEN-W-SEEN(GEN-SUB)
                   PERFORM 0135-MATCH-GENERATION.
       0135-MATCH-GENERATION.
                IF GEN-CUR-COUNT(GEN-SUB) = GEN-W-COUNT(GEN-SUB)
                   AND GEN-CUR-HASH(GEN-SUB) = GEN-W-HASH(GEN-SUB)
                   AND GEN-CUR-STAMP(GEN-SUB) = GEN-W-STAMP(GEN-SUB)
                   MOVE GEN-W-GEN(GEN-SUB) TO GEN-READ-GEN(GEN-SUB)
                ELSE
                IF GEN-W-STEP(GEN-SUB) = LEDGER-STEP
                   AND GEN-R-SEEN(GEN-SUB)
                   AND GEN-CUR-COUNT(GEN-SUB) = GEN-R-COUNT(GEN-SUB)
                   AND GEN-CUR-HASH(GEN-SUB) = GEN-R-HASH(GEN-SUB)
                   AND GEN-CUR-STAMP(GEN-SUB) = GEN-R-STAMP(GEN-SUB)
                   MOVE GEN-R-GEN(GEN-SUB) TO GEN-READ-GEN(GEN-SUB)
                ELSE
                   PERFORM 0140-WRONG-GENERATION.
      **************************************************************
      *   THE INPUT IS NOT THE GENERATION THE PREVIOUS STEP WROTE - *
      *   USUALLY ITS NEW FILE WAS NEVER COPIED OVER THE MASTER, OR *
      *   WAS COPIED TWICE.  THE REFUSAL GOES ON THE LEDGER SO THE  *
      *   NIGHT'S INQUIRY SHOWS WHERE THE STREAM BROKE              *
      **************************************************************
       0140-WRONG-GENERATION.
                DISPLAY 'DISBLOAD - ' GEN-FILE(GEN-SUB)
                        ' IS NOT GENERATION ' GEN-W-GEN(GEN-SUB)
                        ' WRITTEN BY ' GEN-W-STEP(GEN-SUB)
                        ' ON ' GEN-W-DATE(GEN-SUB).
                DISPLAY 'DISBLOAD - COPY THE NEW FILE FROM '
                        GEN-W-STEP(GEN-SUB) ' OVER '
                        GEN-FILE(GEN-SUB) ' BEFORE RERUNNING'.
                OPEN EXTEND LEDGER-FILE.
                MOVE SPACES             TO LEDGER-REC.
                MOVE RUN-DATE           TO LG-RUN-DATE.
                MOVE LEDGER-STEP        TO LG-STEP.
                MOVE 'X'                TO LG-TYPE.
                MOVE LEDGER-TIME        TO LG-STOP-TIME.
                MOVE GEN-FILE(GEN-SUB)  TO LG-STOP-FILE.
                MOVE GEN-W-GEN(GEN-SUB) TO LG-STOP-GEN.
                MOVE GEN-W-STEP(GEN-SUB) TO LG-STOP-WRITER.
                MOVE GEN-W-DATE(GEN-SUB) TO LG-STOP-WRITE-DATE.
                MOVE 'WRONG GENERATION' TO LG-STOP-REASON.
                WRITE LEDGER-REC.
                CLOSE LEDGER-FILE.
                MOVE 'Y' TO STOP-SW.
                PERFORM 9999-ABORT-RUN.
      **************************************************************
      *   FINGERPRINTS THE DISBHIST COPY IN HAND FOR THE LEDGER     *
      *   CHECK - A DISBHIST GENERATION IS KNOWN BY ITS TRAILER'S   *
      *   RECORD COUNT, NET DISBURSED AND RUN DATE                  *
      **************************************************************
       0200-FINGERPRINT-DISBHIST.
                MOVE 0 TO EOF-LP.
                OPEN INPUT DISBHIST-FILE.
                PERFORM 0210-READ-DISBHIST-PASS
                    UNTIL EOF-LP = 1.
                CLOSE DISBHIST-FILE.
       0210-READ-DISBHIST-PASS.
                READ DISBHIST-FILE INTO TRAILER-DATA
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   AND TR-ID = TRAILER-ID
                   MOVE 1 TO EOF-LP
                   IF TR-REC-COUNT NUMERIC
                      AND TR-TOTAL-DISB NUMERIC
                      AND TR-RUN-DATE NUMERIC
                      MOVE TR-REC-COUNT  TO GEN-CUR-COUNT(1)
                      MOVE TR-TOTAL-DISB TO GEN-CUR-HASH(1)
                      MOVE TR-RUN-DATE   TO GEN-CUR-STAMP(1).
      **************************************************************
      *   THE OPENING LOAD MAY ONLY GO ONTO A DISBHIST THAT HOLDS   *
      *   NO STUDENT YET - MISSING, EMPTY, OR NOTHING BUT AN EMPTY  *
      *   CONTROL TRAILER.  A SECOND LOAD WOULD DOUBLE EVERY LOAN   *
      **************************************************************
       0300-REQUIRE-EMPTY-DISBHIST.
                OPEN INPUT DISBHIST-FILE.
                PERFORM 0310-READ-DISBHIST
                    UNTIL EOF-DH = 1.
                CLOSE DISBHIST-FILE.
       0310-READ-DISBHIST.
                READ DISBHIST-FILE
                    AT END MOVE 1 TO EOF-DH.
                IF EOF-DH NOT = 1
                   AND DH-NAME NOT = TRAILER-ID
                   DISPLAY 'DISBLOAD - DISBHIST ALREADY HOLDS '
                           'DISBURSEMENTS - OPENING LOAD NOT RUN'
                   MOVE 'DISBHIST' TO STOP-FILE
                   MOVE 'ALREADY HOLDS DISBURSEMENT' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
      **************************************************************
      *   CUTS THE OPENING DISBURSEMENT FOR ONE STUDENT CARRYING A  *
      *   LOAN, OR LISTS THEM WHEN THEY HAVE NO STUDENT ID          *
      **************************************************************
       1000-LOAD-ONE-STUDENT.
                IF I-LOAN = 0
                   ADD 1 TO NO-LOAN
                ELSE
                IF I-STU-ID = 0
                   PERFORM 1900-LOG-NO-STU-ID
                ELSE
                   MOVE I-NAME       TO T-NAME
                   MOVE 'N'          TO T-TYPE
                   MOVE OPENING-TERM TO T-TERM
                   MOVE RUN-DATE     TO T-DATE
                   MOVE I-LOAN       TO T-AMOUNT
                   MOVE I-STU-ID     TO T-STU-ID
                   WRITE TRANS-DATA
                   ADD 1 TO LOANS-LOADED
                   ADD I-LOAN TO AMOUNT-LOADED.
                PERFORM 2000-READ-STUDENT.
       1900-LOG-NO-STU-ID.
                ADD 1 TO NO-STU-ID.
                IF NI-COUNT < 200
                   ADD 1 TO NI-COUNT
                   MOVE I-NAME TO NI-NAME(NI-COUNT)
                   MOVE I-LOAN TO NI-LOAN(NI-COUNT).
      **************************************************************
      *   READS THE STUDENT FILE - A NON-NUMERIC STUDENT ID IS      *
      *   TREATED AS ZERO AND A NON-NUMERIC LOAN AS NO LOAN         *
      **************************************************************
       2000-READ-STUDENT.
                READ INPUT-FILE
                    AT END MOVE 1 TO EOF-I.
                IF EOF-I NOT = 1
                   ADD 1 TO STUDENTS-READ
                   IF I-STU-ID NOT NUMERIC
                      MOVE 0 TO I-STU-ID.
                IF EOF-I NOT = 1
                   AND I-LOAN NOT NUMERIC
                   MOVE 0 TO I-LOAN.
      **************************************************************
      *   RECORDS THIS RUN ON THE RUN-CONTROL LEDGER - THE STEP,    *
      *   EVERY GENERATION READ AND WRITTEN, AND THE CONTROL        *
      *   TOTALS - ONLY ONCE EVERYTHING ELSE HAS CLOSED CLEANLY     *
      **************************************************************
       7800-POST-RUN-LEDGER.
                OPEN EXTEND LEDGER-FILE.
                MOVE SPACES        TO LEDGER-REC.
                MOVE RUN-DATE      TO LG-RUN-DATE.
                MOVE LEDGER-STEP   TO LG-STEP.
                MOVE 'S'           TO LG-TYPE.
                MOVE LEDGER-TIME   TO LG-RUN-TIME.
                MOVE LEDGER-TITLE  TO LG-STEP-TITLE.
                WRITE LEDGER-REC.
                PERFORM 7810-WRITE-GEN-RECORDS
                    VARYING GEN-SUB FROM 1 BY 1
                    UNTIL GEN-SUB > GEN-COUNT.
                MOVE 'STUDENTS READ' TO LEDGER-TOTAL-NAME.
                MOVE STUDENTS-READ TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'OPENING LOANS WRITTEN' TO LEDGER-TOTAL-NAME.
                MOVE LOANS-LOADED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'LOANS WITH NO STUDENT ID' TO LEDGER-TOTAL-NAME.
                MOVE NO-STU-ID TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'AMOUNT LOADED' TO LEDGER-TOTAL-NAME.
                MOVE AMOUNT-LOADED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                CLOSE LEDGER-FILE.
       7810-WRITE-GEN-RECORDS.
                IF GEN-IS-INPUT(GEN-SUB)
                   PERFORM 7815-START-GEN-RECORD
                   MOVE 'R'                    TO LG-TYPE
                   MOVE GEN-READ-GEN(GEN-SUB)  TO LG-GEN
                   MOVE GEN-CUR-COUNT(GEN-SUB) TO LG-REC-COUNT
                   MOVE GEN-CUR-HASH(GEN-SUB)  TO LG-HASH-TOTAL
                   MOVE GEN-CUR-STAMP(GEN-SUB) TO LG-STAMP
                   WRITE LEDGER-REC.
       7815-START-GEN-RECORD.
                MOVE SPACES            TO LEDGER-REC.
                MOVE RUN-DATE          TO LG-RUN-DATE.
                MOVE LEDGER-STEP       TO LG-STEP.
                MOVE GEN-FILE(GEN-SUB) TO LG-FILE.
       7820-WRITE-TOTAL.
                MOVE SPACES             TO LEDGER-REC.
                MOVE RUN-DATE           TO LG-RUN-DATE.
                MOVE LEDGER-STEP        TO LG-STEP.
                MOVE 'T'                TO LG-TYPE.
                MOVE LEDGER-TOTAL-NAME  TO LG-TOTAL-NAME.
                MOVE LEDGER-TOTAL-VALUE TO LG-TOTAL-VALUE.
                WRITE LEDGER-REC.
      **************************************************************
      *   PUTS A STOP THAT CAME AFTER THE LEDGER CHECK ON THE       *
      *   RUN-CONTROL LEDGER - THE FILE AND REASON THE STOPPING     *
      *   PARAGRAPH NAMED - SO THE NIGHT'S INQUIRY CANNOT SIGN OFF  *
      *   A STEP THAT STOPPED PART WAY                              *
      **************************************************************
       9990-RECORD-STOP.
                OPEN EXTEND LEDGER-FILE.
                MOVE SPACES             TO LEDGER-REC.
                MOVE RUN-DATE           TO LG-RUN-DATE.
                MOVE LEDGER-STEP        TO LG-STEP.
                MOVE 'X'                TO LG-TYPE.
                MOVE LEDGER-TIME        TO LG-STOP-TIME.
                MOVE STOP-FILE          TO LG-STOP-FILE.
                MOVE 0                  TO LG-STOP-GEN.
                MOVE 0                  TO LG-STOP-WRITE-DATE.
                MOVE STOP-REASON        TO LG-STOP-REASON.
                WRITE LEDGER-REC.
                CLOSE LEDGER-FILE.
                MOVE 'Y' TO STOP-SW.
      **************************************************************
      *   STOPS THE RUN COLD, BEFORE ANY TRANSACTION IS WRITTEN     *
      **************************************************************
       9999-ABORT-RUN.
                IF NOT STOP-RECORDED
                   PERFORM 9990-RECORD-STOP.
                DISPLAY 'DISBLOAD - RUN STOPPED - NO OPENING '
                        'TRANSACTIONS WRITTEN'.
                STOP RUN.
      **************************************************************
      *   PRINTS THE LOAD CONTROL TOTALS - STUDENTS READ MUST EQUAL *
      *   LOANS WRITTEN PLUS NO LOAN PLUS NO STUDENT ID - AND LISTS *
      *   EVERY LOAN LEFT BEHIND FOR WANT OF A STUDENT ID           *
      **************************************************************
       8000-LOAD-REPORT.
                MOVE RUN-DATE TO LH-DATE.
                WRITE PRNT-REC FROM LOAD-HEADING
                    AFTER ADVANCING PAGE.
                MOVE SPACES TO PRNT-REC.
                WRITE PRNT-REC
                    AFTER ADVANCING 1 LINE.
                MOVE 'STUDENTS READ'           TO LCL-LABEL.
                MOVE STUDENTS-READ             TO LCL-COUNT.
                WRITE PRNT-REC FROM LOAD-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'OPENING LOANS WRITTEN'   TO LCL-LABEL.
                MOVE LOANS-LOADED              TO LCL-COUNT.
                WRITE PRNT-REC FROM LOAD-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'STUDENTS WITH NO LOAN'   TO LCL-LABEL.
                MOVE NO-LOAN                   TO LCL-COUNT.
                WRITE PRNT-REC FROM LOAD-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'LOANS WITH NO STUDENT ID' TO LCL-LABEL.
                MOVE NO-STU-ID                 TO LCL-COUNT.
                WRITE PRNT-REC FROM LOAD-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'AMOUNT LOADED'           TO LAL-LABEL.
                MOVE AMOUNT-LOADED             TO LAL-AMOUNT.
                WRITE PRNT-REC FROM LOAD-AMOUNT-LINE
                    AFTER ADVANCING 2 LINES.
                IF NI-COUNT > 0
                    WRITE PRNT-REC FROM NO-ID-HEADING
                        AFTER ADVANCING 2 LINES
                    PERFORM 8100-PRINT-NO-ID-LINE
                        VARYING NI-SUB FROM 1 BY 1
                        UNTIL NI-SUB > NI-COUNT.
       8100-PRINT-NO-ID-LINE.
                MOVE NI-NAME(NI-SUB) TO NIL-NAME.
                MOVE NI-LOAN(NI-SUB) TO NIL-LOAN.
                WRITE PRNT-REC FROM NO-ID-LINE
                    AFTER ADVANCING 1 LINE.
