       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DISB5.
       AUTHOR. Matthew Simpson.
      *  LOAN DISBURSEMENT TRANSACTION POSTING.
      *  A STUDENT'S LOAN USED TO BE THE ONE FIXED I-LOAN FIELD ON
      *  THE STUDENT MASTER, OVERWRITTEN EVERY TIME THE STUDENT
      *  BORROWED AGAIN, SO THE HISTORY OF WHAT WAS LENT AND WHEN WAS
      *  LOST.  THIS STEP POSTS DISBURSEMENT TRANSACTIONS FROM
      *  DISBTRAN AGAINST THE DISBHIST DISBURSEMENT-HISTORY MASTER,
      *  WHERE EVERY DISBURSEMENT IS KEPT AS ITS OWN DATED ENTRY WITH
      *  ITS TERM AND AMOUNT.  LAB5 AND ASSESS5 FIGURE A STUDENT'S
      *  LOAN FROM THIS FILE - TOTAL DISBURSED LESS ANY FUNDS
      *  RETURNED - INSTEAD OF FROM I-LOAN, WHICH ONLY STILL COUNTS
      *  FOR A STUDENT WITH NO DISBURSEMENT HISTORY AT ALL.
      *  OLD MASTER (DISBHIST) AND TRANSACTIONS (DISBTRAN) ARE BOTH IN
      *  ASCENDING ORDER OF THE PERMANENT STUDENT ID AND ARE MATCHED
      *  ON IT, THE SAME WAY POST5 MATCHES PAYHIST.  THIS IS A
      *  STANDARD SEQUENTIAL MASTER-FILE UPDATE - THE OLD MASTER IS
      *  NEVER REWRITTEN IN PLACE, A NEW MASTER (DISBHIST-NEW) IS
      *  WRITTEN INSTEAD AND OPERATIONS COPIES IT OVER DISBHIST
      *  BEFORE THE NEXT LAB5 OR ASSESS5 RUN.
      *  THREE TRANSACTION TYPES ARE POSTED -
      *    'N' A NEW DISBURSEMENT, ADDED TO THE STUDENT'S HISTORY.  A
      *        STUDENT BORROWING FOR THE FIRST TIME HAS NO MASTER
      *        RECORD YET, SO ONE IS STARTED FOR THEM;
      *    'C' A CANCELLED DISBURSEMENT - THE MOST RECENT DISBURSEMENT
      *        FOR THE SAME TERM AND AMOUNT IS MARKED CANCELLED.  IT
      *        STAYS ON THE HISTORY BUT NO LONGER COUNTS AS LENT;
      *    'R' RETURNED FUNDS - MONEY SENT BACK AGAINST A TERM'S
      *        DISBURSEMENTS, KEPT AS ITS OWN DATED ENTRY AND TAKEN
      *        OFF WHAT WAS LENT.
      *  A CANCELLATION OR RETURN MAY NEVER TAKE A TERM BELOW ZERO.
      *  ANY OTHER TYPE, A ZERO AMOUNT, A MISSING TERM OR DATE, OR A
      *  FULL HISTORY IS REJECTED WITH ITS REASON.
      *  EVERY TRANSACTION PROCESSED IS WRITTEN TO THE DISBAUD AUDIT
      *  TRAIL - THE TRANSACTION, WHETHER IT WAS POSTED, CANCELLED,
      *  RETURNED OR REJECTED (AND WHY), AND THE RUN DATE - OPENED
      *  EXTEND THE SAME AS PAYAUDIT, SO EVERY RUN ADDS TO THE
      *  STANDING TRAIL.
      *  A RECONCILIATION REPORT PROVES THE DOLLARS POSTED - NEW
      *  DISBURSEMENTS LESS CANCELLATIONS LESS RETURNS - AGAINST THE
      *  ACTUAL CHANGE IN NET DISBURSED ACROSS THE NEW MASTER, RUN
      *  WIDE AND PER STUDENT, AND LISTS EVERY REJECTED TRANSACTION.
      *  THE NEW MASTER ENDS WITH A CONTROL TRAILER - RECORD COUNT,
      *  NET DISBURSED DOLLARS, LAYOUT VERSION AND RUN DATE - AND THE
      *  OLD MASTER'S TRAILER IS PROVED AGAINST WHAT WAS ACTUALLY
      *  READ BEFORE THE RUN IS TRUSTED, THE SAME AS PAYHIST.  THE
      *  ONE EXCEPTION IS THE VERY FIRST RUN, AGAINST A DISBHIST THAT
      *  DOES NOT EXIST YET OR HOLDS NOTHING AT ALL.  THE FIRST RUN
      *  NORMALLY POSTS THE OPENING TRANSACTIONS DISBLOAD CUTS FROM
      *  THE OLD I-LOAN FIELD.
      *  THE RUN IS RECORDED ON THE RUNLEDG RUN-CONTROL LEDGER - THE
      *  DISBHIST GENERATION READ AND THE ONE WRITTEN TO DISBHIST-NEW,
      *  AND THE RECONCILIATION CONTROL TOTALS - AND A DISBHIST THAT
      *  IS NOT THE GENERATION THE LAST STEP TO WRITE IT PRODUCED
      *  STOPS THE RUN BEFORE ANYTHING IS POSTED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL OLD-DISBHIST ASSIGN TO 'DISBHIST'.
            SELECT NEW-DISBHIST ASSIGN TO 'DISBHIST-NEW'.
            SELECT TRANS-FILE   ASSIGN TO 'DISBTRAN'.
            SELECT PRNT-FILE    ASSIGN TO 'UR-S-DISB'.
            SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'DISBAUD'.
            SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'RUNLEDG'.

       DATA DIVISION.

       FILE SECTION.
       FD  OLD-DISBHIST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  OLD-DISBHIST-REC                   PIC X(293).

       FD  NEW-DISBHIST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  NEW-DISBHIST-REC                   PIC X(293).

       FD  TRANS-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *           LAYOUT FOR ONE DISBURSEMENT TRANSACTION           *
      *      T-TYPE 'N' NEW DISBURSEMENT, 'C' CANCELLED             *
      *      DISBURSEMENT, 'R' RETURNED FUNDS.  T-TERM IS THE TERM  *
      *      CODE THE MONEY WAS LENT FOR (THE SAME CODE TUIT5 BILLS *
      *      UNDER) AND T-DATE THE DATE IT WAS PAID OUT, CANCELLED  *
      *      OR SENT BACK.  T-STU-ID IS THE MATCH KEY; T-NAME IS    *
      *      CARRIED FOR THE REPORTS, THE AUDIT TRAIL AND A NEW     *
      *      BORROWER'S MASTER RECORD                               *
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

       FD  AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      LAYOUT FOR ONE PERMANENT AUDIT-TRAIL RECORD - ONE IS   *
      *      WRITTEN FOR EVERY TRANSACTION PROCESSED, POSTED OR     *
      *      NOT, TAGGED WITH THE DATE OF THE POSTING RUN           *
      **************************************************************
       01  AUDIT-REC.
                03  AU-RUN-DATE              PIC 9(8).
                03  AU-NAME                  PIC X(20).
                03  AU-TYPE                  PIC X.
                03  AU-TERM                  PIC X(6).
                03  AU-AMOUNT                PIC 9(5)V99.
                03  AU-TRANS-DATE            PIC 9(8).
                03  AU-ACTION                PIC X(8).
                03  AU-REASON                PIC X(25).
                03  AU-STU-ID                PIC 9(7).

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
                03  RUN-DATE                PIC 9(8)       VALUE 0.
                03  SUB                     PIC 99         VALUE 0.
                03  MASTER-KEY              PIC 9(7)       VALUE 0.
       01  EOF-SWITCHES.
                03  EOF-T                    PIC 9         VALUE 0.
                03  EOF-M                    PIC 9         VALUE 0.
      **************************************************************
      *    DISBURSEMENT-HISTORY MASTER RECORD, ONE PER BORROWER IN  *
      *    STUDENT-ID ORDER.  EACH ENTRY IS ONE DISBURSEMENT OR ONE *
      *    RETURN OF FUNDS, WITH ITS TERM, DATE AND AMOUNT -        *
      *      'D' DISBURSED - COUNTS AS LENT                         *
      *      'C' DISBURSED, THEN CANCELLED - KEPT FOR THE HISTORY,  *
      *          COUNTS AS NOTHING                                  *
      *      'R' FUNDS RETURNED - COMES OFF WHAT WAS LENT           *
      *    SO NET DISBURSED IS THE 'D' ENTRIES LESS THE 'R'         *
      *    ENTRIES.  THE SLOTS ARE A FIXED OCCURS ON DISK, UNUSED   *
      *    SLOTS ARE JUST ZEROS, DH-DISB-COUNT SAYS HOW MANY ARE    *
      *    PRESENT.  LAB5 AND ASSESS5 CARRY THE SAME LAYOUT         *
      **************************************************************
       01  DISBHIST-REC.
                03  DH-NAME                  PIC X(20).
                03  DH-DISB-COUNT            PIC 99.
                03  DH-DISB-ENTRY            OCCURS 12 TIMES.
                    05  DH-DISB-TYPE         PIC X.
                    05  DH-DISB-TERM         PIC X(6).
                    05  DH-DISB-DATE         PIC 9(8).
                    05  DH-DISB-AMT          PIC 9(5)V99.
                03  DH-STU-ID                PIC 9(7).
      **************************************************************
      *    THE CURRENT MASTER IS PARKED HERE WHILE A NEW BORROWER   *
      *    WHO SORTS AHEAD OF IT IS BUILT IN DISBHIST-REC           *
      **************************************************************
       01  HOLD-DISBHIST-REC                  PIC X(293).
      **************************************************************
      *    RECONCILIATION CONTROL TOTALS.  THE AMOUNT FIELDS ARE    *
      *    BUILT FROM THE TRANSACTIONS AS THEY ARE APPLIED;         *
      *    MASTER-DELTA IS BUILT INDEPENDENTLY FROM THE BEFORE AND  *
      *    AFTER NET DISBURSED OF EVERY MASTER RECORD WRITTEN - NEW *
      *    DISBURSEMENTS LESS CANCELLATIONS LESS RETURNS MUST AGREE *
      *    WITH MASTER-DELTA OR THE NEW MASTER DOES NOT ACTUALLY    *
      *    REFLECT WHAT WAS POSTED                                  *
      **************************************************************
       01  RECON-TOTALS.
                03  TRANS-READ              PIC 9(5)       VALUE 0.
                03  TRANS-DISBURSED         PIC 9(5)       VALUE 0.
                03  TRANS-CANCELLED         PIC 9(5)       VALUE 0.
                03  TRANS-RETURNED          PIC 9(5)       VALUE 0.
                03  TRANS-REJECTED          PIC 9(5)       VALUE 0.
                03  NEW-BORROWERS           PIC 9(5)       VALUE 0.
                03  AMOUNT-DISBURSED        PIC 9(7)V99    VALUE 0.
                03  AMOUNT-CANCELLED        PIC 9(7)V99    VALUE 0.
                03  AMOUNT-RETURNED         PIC 9(7)V99    VALUE 0.
                03  NET-POSTED              PIC S9(7)V99   VALUE 0.
                03  MASTER-DELTA            PIC S9(7)V99   VALUE 0.
       01  SUM-WORK.
                03  SUM-SUB                 PIC 99         VALUE 0.
                03  SUM-ACCUM               PIC S9(7)V99   VALUE 0.
                03  OLD-DISB-SUM            PIC S9(7)V99   VALUE 0.
                03  NEW-DISB-SUM            PIC S9(7)V99   VALUE 0.
                03  STUDENT-POSTED          PIC S9(7)V99   VALUE 0.
                03  STUDENT-DELTA           PIC S9(7)V99   VALUE 0.
      **************************************************************
      *    WORK FIELDS FOR A CANCELLATION OR RETURN - TERM-NET IS   *
      *    WHAT IS STILL LENT FOR THE TRANSACTION'S TERM, AND       *
      *    CAN-FOUND THE SUBSCRIPT OF THE MOST RECENT DISBURSEMENT  *
      *    MATCHING A CANCELLATION, ZERO WHEN NONE MATCHES          *
      **************************************************************
       01  CANCEL-WORK.
                03  TERM-NET                PIC S9(7)V99   VALUE 0.
                03  CAN-SUB                 PIC 99         VALUE 0.
                03  CAN-FOUND               PIC 99         VALUE 0.
      **************************************************************
      *    DISBHIST CONTROL TRAILER - THE LAST RECORD OF EVERY      *
      *    MASTER, CARRYING THE RECORD COUNT, NET DISBURSED         *
      *    DOLLARS, LAYOUT VERSION AND WRITING RUN'S DATE, PROVED   *
      *    BY EVERY READER THE SAME WAY THE PAYHIST TRAILER IS      *
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
                03  DISBHIST-LAYOUT-VER     PIC 99         VALUE 01.
       01  TRAILER-CTL.
                03  TRAILER-SEEN-SW         PIC X          VALUE 'N'.
                    88  TRAILER-SEEN                       VALUE 'Y'.
                03  VER-REC-COUNT           PIC 9(7)       VALUE 0.
                03  VER-DISB-TOTAL          PIC S9(9)V99   VALUE 0.
                03  NEW-REC-COUNT           PIC 9(7)       VALUE 0.
                03  NEW-DISB-TOTAL          PIC S9(9)V99   VALUE 0.
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
                    'DISB5'.
                03  LEDGER-TITLE            PIC X(40)      VALUE
                    'LOAN DISBURSEMENT POSTING'.
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
      *    DISPOSITION AND REASON CARRIED FROM THE POSTING/REJECT   *
      *    PARAGRAPHS TO THE AUDIT-TRAIL WRITE                      *
      **************************************************************
       01  AUDIT-CTL.
                03  AUDIT-ACTION            PIC X(8)       VALUE SPACES.
                03  AUDIT-REASON            PIC X(25)      VALUE SPACES.
      **************************************************************
      *    EXCEPTION TABLE OF STUDENTS WHOSE POSTED TRANSACTIONS DO *
      *    NOT MATCH THE ACTUAL CHANGE IN NET DISBURSED ON THEIR    *
      *    OWN NEW MASTER RECORD                                    *
      **************************************************************
       01  STUDENT-OOB-TABLE.
                03  OOB-ENTRY       OCCURS 200 TIMES.
                    05  OOB-NAME             PIC X(20).
                    05  OOB-STU-ID           PIC 9(7).
                    05  OOB-POSTED           PIC S9(7)V99.
                    05  OOB-DELTA            PIC S9(7)V99.
       01  STUDENT-OOB-CTL.
                03  OOB-COUNT               PIC 999       VALUE 0.
                03  OOB-SUB                 PIC 999       VALUE 0.
      **************************************************************
      *    EXCEPTION TABLE OF REJECTED TRANSACTIONS, EACH WITH THE  *
      *    REASON IT COULD NOT BE POSTED                            *
      **************************************************************
       01  REJECT-TABLE.
                03  RJ-ENTRY        OCCURS 200 TIMES.
                    05  RJ-NAME              PIC X(20).
                    05  RJ-STU-ID            PIC 9(7).
                    05  RJ-TYPE              PIC X.
                    05  RJ-TERM              PIC X(6).
                    05  RJ-AMOUNT            PIC 9(5)V99.
                    05  RJ-REASON            PIC X(25).
       01  REJECT-CTL.
                03  RJ-COUNT                PIC 999       VALUE 0.
                03  RJ-SUB                  PIC 999       VALUE 0.
                03  REJECT-REASON           PIC X(25).
      **************************************************************
      *      LAYOUT FOR THE RECONCILIATION REPORT LINES             *
      **************************************************************
       01  DISB-HEADING1.
                03  FILLER                 PIC X(37)      VALUE
                    'LOAN DISBURSEMENT POSTING REPORT'.
                03  DH1-DATE               PIC 9(8).
       01  RECON-COUNT-LINE.
                03  RCL-LABEL              PIC X(28).
                03  RCL-COUNT              PIC ZZZZ9.
       01  RECON-AMOUNT-LINE.
                03  RAL-LABEL              PIC X(28).
                03  FILLER                 PIC X(5)       VALUE SPACES.
                03  RAL-AMOUNT             PIC ZZZZZZ9.99-.
       01  RECON-BALANCE-LINE.
                03  FILLER                 PIC X(43)      VALUE
                    'OUT OF BALANCE - NET POSTED AMOUNT DOES NOT'.
                03  FILLER                 PIC X(33)      VALUE
                    ' MATCH NEW MASTER CHANGE'.
       01  RECON-IN-BALANCE-LINE.
                03  FILLER                 PIC X(43)      VALUE
                    'IN BALANCE - NET POSTED EQUALS NEW MASTER C'.
                03  FILLER                 PIC X(33)      VALUE
                    'HANGE'.
       01  REJECT-HEADING.
                03  FILLER                 PIC X(36)      VALUE
                    'REJECTED DISBURSEMENT TRANSACTIONS'.
       01  REJECT-LINE.
                03  RJL-STU-ID             PIC 9(7).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RJL-NAME               PIC X(20).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RJL-TYPE               PIC X.
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RJL-TERM               PIC X(6).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RJL-AMOUNT             PIC ZZZZ9.99.
                03  FILLER                 PIC X(3)       VALUE SPACES.
                03  RJL-REASON             PIC X(25).
       01  STUDENT-OOB-HEADING.
                03  FILLER                 PIC X(50)      VALUE
                    'STUDENTS OUT OF BALANCE - POSTED VS MASTER CHANGE'.
       01  STUDENT-OOB-LINE.
                03  OOBL-STU-ID            PIC 9(7).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  OOBL-NAME              PIC X(20).
                03  FILLER                 PIC X(3)       VALUE SPACES.
                03  OOBL-POSTED            PIC ZZZZZZ9.99-.
                03  FILLER                 PIC X(3)       VALUE SPACES.
                03  OOBL-DELTA             PIC ZZZZZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                ACCEPT RUN-DATE FROM DATE YYYYMMDD.
                PERFORM 0100-CHECK-RUN-LEDGER.
                OPEN INPUT OLD-DISBHIST
                     TRANS-FILE.
                OPEN OUTPUT NEW-DISBHIST
                     PRNT-FILE.
                OPEN EXTEND AUDIT-FILE.
                PERFORM 2000-READ-MASTER.
                PERFORM 2100-READ-TRANS.
                PERFORM 1000-PROCESS-ONE-MASTER
                    UNTIL EOF-M = 1.
                PERFORM 2070-REQUIRE-OLD-TRAILER.
                PERFORM 1800-ADD-NEW-BORROWER
                    UNTIL EOF-T = 1.
                PERFORM 7000-WRITE-NEW-TRAILER.
                PERFORM 8000-RECONCILIATION-REPORT.
                CLOSE OLD-DISBHIST
                      NEW-DISBHIST
                      TRANS-FILE
                      PRNT-FILE
                      AUDIT-FILE.
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
                MOVE 'U'        TO GEN-USE(1).
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
                DISPLAY 'DISB5 - ' GEN-FILE(GEN-SUB)
                        ' IS NOT GENERATION ' GEN-W-GEN(GEN-SUB)
                        ' WRITTEN BY ' GEN-W-STEP(GEN-SUB)
                        ' ON ' GEN-W-DATE(GEN-SUB).
                DISPLAY 'DISB5 - COPY THE NEW FILE FROM '
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
      *   RECORD COUNT, NET DISBURSED AND RUN DATE.  THE TRAILER    *
      *   ITSELF IS PROVED LATER BY THE ORDINARY MASTER READ        *
      **************************************************************
       0200-FINGERPRINT-DISBHIST.
                MOVE 0 TO EOF-LP.
                OPEN INPUT OLD-DISBHIST.
                PERFORM 0210-READ-DISBHIST-PASS
                    UNTIL EOF-LP = 1.
                CLOSE OLD-DISBHIST.
       0210-READ-DISBHIST-PASS.
                READ OLD-DISBHIST INTO DISBHIST-REC
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   AND DH-NAME = TRAILER-ID
                   MOVE DISBHIST-REC TO TRAILER-DATA
                   MOVE 1 TO EOF-LP
                   IF TR-REC-COUNT NUMERIC
                      AND TR-TOTAL-DISB NUMERIC
                      AND TR-RUN-DATE NUMERIC
                      MOVE TR-REC-COUNT  TO GEN-CUR-COUNT(1)
                      MOVE TR-TOTAL-DISB TO GEN-CUR-HASH(1)
                      MOVE TR-RUN-DATE   TO GEN-CUR-STAMP(1).
      **************************************************************
      *   STARTS A MASTER FOR ANY NEW BORROWER WHO SORTS AHEAD OF   *
      *   THE CURRENT MASTER RECORD, APPLIES EVERY TRANSACTION THAT *
      *   MATCHES THE CURRENT MASTER'S STUDENT ID, THEN WRITES THE  *
      *   MASTER - UPDATED OR NOT - TO THE NEW MASTER.  A MASTER    *
      *   WITH NO STUDENT ID (ZERO) NEVER TAKES A TRANSACTION       *
      **************************************************************
       1000-PROCESS-ONE-MASTER.
                MOVE DH-STU-ID TO MASTER-KEY.
                MOVE DISBHIST-REC TO HOLD-DISBHIST-REC.
                PERFORM 1800-ADD-NEW-BORROWER
                    UNTIL EOF-T = 1
                    OR T-STU-ID NOT < MASTER-KEY.
                MOVE HOLD-DISBHIST-REC TO DISBHIST-REC.
                MOVE 0 TO SUM-ACCUM.
                PERFORM 1060-SUM-DISBURSED.
                MOVE SUM-ACCUM TO OLD-DISB-SUM.
                MOVE 0 TO STUDENT-POSTED.
                PERFORM 1100-APPLY-TRANSACTION
                    UNTIL EOF-T = 1
                    OR T-STU-ID NOT = DH-STU-ID
                    OR DH-STU-ID = 0.
                PERFORM 1080-WRITE-NEW-MASTER.
                PERFORM 2000-READ-MASTER.
      **************************************************************
      *   TOTALS WHAT IS STILL LENT ON THE CURRENT MASTER RECORD   *
      *   INTO SUM-ACCUM - DISBURSEMENTS LESS FUNDS RETURNED,      *
      *   CANCELLED DISBURSEMENTS COUNTING AS NOTHING              *
      **************************************************************
       1060-SUM-DISBURSED.
                PERFORM 1065-ADD-ONE-ENTRY
                    VARYING SUM-SUB FROM 1 BY 1
                    UNTIL SUM-SUB > DH-DISB-COUNT.
       1065-ADD-ONE-ENTRY.
                IF DH-DISB-TYPE(SUM-SUB) = 'D'
                   ADD DH-DISB-AMT(SUM-SUB) TO SUM-ACCUM
                ELSE
                IF DH-DISB-TYPE(SUM-SUB) = 'R'
                   SUBTRACT DH-DISB-AMT(SUM-SUB) FROM SUM-ACCUM.
      **************************************************************
      *   PROVES THE CURRENT MASTER'S CHANGE IN NET DISBURSED       *
      *   AGAINST WHAT WAS POSTED TO IT, THEN WRITES IT TO THE NEW  *
      *   MASTER AND ADDS IT TO THE NEW TRAILER'S TOTALS            *
      **************************************************************
       1080-WRITE-NEW-MASTER.
                MOVE 0 TO SUM-ACCUM.
                PERFORM 1060-SUM-DISBURSED.
                MOVE SUM-ACCUM TO NEW-DISB-SUM.
                ADD NEW-DISB-SUM TO MASTER-DELTA.
                SUBTRACT OLD-DISB-SUM FROM MASTER-DELTA.
                MOVE NEW-DISB-SUM TO STUDENT-DELTA.
                SUBTRACT OLD-DISB-SUM FROM STUDENT-DELTA.
                IF STUDENT-POSTED NOT = STUDENT-DELTA
                   PERFORM 1970-LOG-STUDENT-OOB.
                WRITE NEW-DISBHIST-REC FROM DISBHIST-REC.
                ADD 1 TO NEW-REC-COUNT.
                ADD NEW-DISB-SUM TO NEW-DISB-TOTAL.
      **************************************************************
      *   EDITS ONE TRANSACTION AND APPLIES IT TO THE CURRENT       *
      *   MASTER BY ITS TYPE, THEN READS THE NEXT TRANSACTION       *
      **************************************************************
       1100-APPLY-TRANSACTION.
                PERFORM 1110-EDIT-TRANSACTION.
                IF REJECT-REASON NOT = SPACES
                    PERFORM 1950-LOG-REJECT
                ELSE
                IF T-TYPE = 'N'
                    PERFORM 1120-POST-DISBURSEMENT
                ELSE
                IF T-TYPE = 'C'
                    PERFORM 1150-POST-CANCELLATION
                ELSE
                    PERFORM 1180-POST-RETURN.
                PERFORM 2100-READ-TRANS.
      **************************************************************
      *   A TRANSACTION MUST CARRY A KNOWN TYPE, AN AMOUNT, A TERM  *
      *   AND A DATE - ANYTHING MISSING WOULD LEAVE A HISTORY ENTRY *
      *   NOBODY COULD ACCOUNT FOR LATER                            *
      **************************************************************
       1110-EDIT-TRANSACTION.
                MOVE SPACES TO REJECT-REASON.
                IF T-TYPE NOT = 'N'
                   AND T-TYPE NOT = 'C'
                   AND T-TYPE NOT = 'R'
                   MOVE 'INVALID TRANSACTION TYPE' TO REJECT-REASON
                ELSE
                IF T-AMOUNT = 0
                   MOVE 'AMOUNT MISSING OR ZERO' TO REJECT-REASON
                ELSE
                IF T-TERM = SPACES
                   MOVE 'TERM MISSING' TO REJECT-REASON
                ELSE
                IF T-DATE = 0
                   MOVE 'DATE MISSING' TO REJECT-REASON.
      **************************************************************
      *   ADDS A NEW DISBURSEMENT TO THE MASTER'S HISTORY           *
      **************************************************************
       1120-POST-DISBURSEMENT.
                IF DH-DISB-COUNT NOT < 12
                    MOVE 'DISBURSEMENT HISTORY FULL' TO REJECT-REASON
                    PERFORM 1950-LOG-REJECT
                ELSE
                    ADD 1 TO DH-DISB-COUNT
                    MOVE 'D'      TO DH-DISB-TYPE(DH-DISB-COUNT)
                    MOVE T-TERM   TO DH-DISB-TERM(DH-DISB-COUNT)
                    MOVE T-DATE   TO DH-DISB-DATE(DH-DISB-COUNT)
                    MOVE T-AMOUNT TO DH-DISB-AMT(DH-DISB-COUNT)
                    ADD 1 TO TRANS-DISBURSED
                    ADD T-AMOUNT TO AMOUNT-DISBURSED
                    ADD T-AMOUNT TO STUDENT-POSTED
                    MOVE 'POSTED' TO AUDIT-ACTION
                    MOVE SPACES TO AUDIT-REASON
                    PERFORM 1960-WRITE-AUDIT.
      **************************************************************
      *   MARKS A DISBURSEMENT CANCELLED - THE MOST RECENT ONE FOR  *
      *   THE SAME TERM AND AMOUNT.  THE ENTRY STAYS ON THE HISTORY *
      *   WITH ITS ORIGINAL DATE; THE CANCELLATION DATE IS ON THE   *
      *   AUDIT TRAIL.  A CANCELLATION WITH NOTHING TO MATCH, OR    *
      *   ONE THAT WOULD LEAVE THE TERM WITH MORE RETURNED THAN     *
      *   LENT, IS REJECTED                                         *
      **************************************************************
       1150-POST-CANCELLATION.
                MOVE 0 TO CAN-FOUND.
                PERFORM 1160-MATCH-ONE-DISBURSEMENT
                    VARYING CAN-SUB FROM DH-DISB-COUNT BY -1
                    UNTIL CAN-SUB < 1
                    OR CAN-FOUND > 0.
                PERFORM 1200-SUM-TERM-NET.
                IF CAN-FOUND = 0
                    MOVE 'NO MATCHING DISBURSEMENT' TO REJECT-REASON
                    PERFORM 1950-LOG-REJECT
                ELSE
                IF TERM-NET < T-AMOUNT
                    MOVE 'FUNDS ALREADY RETURNED' TO REJECT-REASON
                    PERFORM 1950-LOG-REJECT
                ELSE
                    MOVE 'C' TO DH-DISB-TYPE(CAN-FOUND)
                    ADD 1 TO TRANS-CANCELLED
                    ADD T-AMOUNT TO AMOUNT-CANCELLED
                    SUBTRACT T-AMOUNT FROM STUDENT-POSTED
                    MOVE 'CANCELED' TO AUDIT-ACTION
                    MOVE SPACES TO AUDIT-REASON
                    PERFORM 1960-WRITE-AUDIT.
       1160-MATCH-ONE-DISBURSEMENT.
                IF DH-DISB-TYPE(CAN-SUB) = 'D'
                   AND DH-DISB-TERM(CAN-SUB) = T-TERM
                   AND DH-DISB-AMT(CAN-SUB) = T-AMOUNT
                   MOVE CAN-SUB TO CAN-FOUND.
      **************************************************************
      *   RECORDS FUNDS RETURNED AGAINST A TERM AS THEIR OWN DATED  *
      *   ENTRY - NO MORE MAY COME BACK FOR A TERM THAN IS STILL    *
      *   LENT FOR IT                                               *
      **************************************************************
       1180-POST-RETURN.
                PERFORM 1200-SUM-TERM-NET.
                IF TERM-NET < T-AMOUNT
                    MOVE 'RETURN EXCEEDS TERM LOAN' TO REJECT-REASON
                    PERFORM 1950-LOG-REJECT
                ELSE
                IF DH-DISB-COUNT NOT < 12
                    MOVE 'DISBURSEMENT HISTORY FULL' TO REJECT-REASON
                    PERFORM 1950-LOG-REJECT
                ELSE
                    ADD 1 TO DH-DISB-COUNT
                    MOVE 'R'      TO DH-DISB-TYPE(DH-DISB-COUNT)
                    MOVE T-TERM   TO DH-DISB-TERM(DH-DISB-COUNT)
                    MOVE T-DATE   TO DH-DISB-DATE(DH-DISB-COUNT)
                    MOVE T-AMOUNT TO DH-DISB-AMT(DH-DISB-COUNT)
                    ADD 1 TO TRANS-RETURNED
                    ADD T-AMOUNT TO AMOUNT-RETURNED
                    SUBTRACT T-AMOUNT FROM STUDENT-POSTED
                    MOVE 'RETURNED' TO AUDIT-ACTION
                    MOVE SPACES TO AUDIT-REASON
                    PERFORM 1960-WRITE-AUDIT.
      **************************************************************
      *   TOTALS WHAT IS STILL LENT FOR THE TRANSACTION'S TERM      *
      **************************************************************
       1200-SUM-TERM-NET.
                MOVE 0 TO TERM-NET.
                PERFORM 1205-ADD-ONE-TERM-ENTRY
                    VARYING SUM-SUB FROM 1 BY 1
                    UNTIL SUM-SUB > DH-DISB-COUNT.
       1205-ADD-ONE-TERM-ENTRY.
                IF DH-DISB-TERM(SUM-SUB) = T-TERM
                   IF DH-DISB-TYPE(SUM-SUB) = 'D'
                      ADD DH-DISB-AMT(SUM-SUB) TO TERM-NET
                   ELSE
                   IF DH-DISB-TYPE(SUM-SUB) = 'R'
                      SUBTRACT DH-DISB-AMT(SUM-SUB) FROM TERM-NET.
      **************************************************************
      *   A TRANSACTION FOR A STUDENT WITH NO MASTER RECORD - A NEW *
      *   DISBURSEMENT STARTS THE BORROWER'S HISTORY; ANYTHING ELSE *
      *   HAS NOTHING TO ACT ON AND IS REJECTED                     *
      **************************************************************
       1800-ADD-NEW-BORROWER.
                IF T-STU-ID = 0
                   OR T-TYPE NOT = 'N'
                   PERFORM 1900-REJECT-UNMATCHED
                ELSE
                   PERFORM 1850-BUILD-NEW-BORROWER.
      **************************************************************
      *   BUILDS AN EMPTY HISTORY FOR THE NEW BORROWER, APPLIES     *
      *   EVERY TRANSACTION FOR THEM, AND WRITES THE RECORD ONCE    *
      *   SOMETHING HAS ACTUALLY BEEN POSTED TO IT                  *
      **************************************************************
       1850-BUILD-NEW-BORROWER.
                MOVE T-NAME   TO DH-NAME.
                MOVE T-STU-ID TO DH-STU-ID.
                MOVE 0 TO DH-DISB-COUNT.
                PERFORM 1860-CLEAR-ONE-ENTRY
                    VARYING SUB FROM 1 BY 1
                    UNTIL SUB > 12.
                MOVE 0 TO OLD-DISB-SUM.
                MOVE 0 TO STUDENT-POSTED.
                PERFORM 1100-APPLY-TRANSACTION
                    UNTIL EOF-T = 1
                    OR T-STU-ID NOT = DH-STU-ID.
                IF DH-DISB-COUNT > 0
                   ADD 1 TO NEW-BORROWERS
                   PERFORM 1080-WRITE-NEW-MASTER.
       1860-CLEAR-ONE-ENTRY.
                MOVE SPACE  TO DH-DISB-TYPE(SUB).
                MOVE SPACES TO DH-DISB-TERM(SUB).
                MOVE 0      TO DH-DISB-DATE(SUB).
                MOVE 0      TO DH-DISB-AMT(SUB).
      **************************************************************
      *   LOGS A TRANSACTION THAT MATCHED NO MASTER RECORD AND      *
      *   COULD NOT START ONE, THEN READS THE NEXT TRANSACTION      *
      **************************************************************
       1900-REJECT-UNMATCHED.
                IF T-STU-ID = 0
                   MOVE 'NO STUDENT ID' TO REJECT-REASON
                ELSE
                   MOVE 'NO DISBURSEMENT ON FILE' TO REJECT-REASON.
                PERFORM 1950-LOG-REJECT.
                PERFORM 2100-READ-TRANS.
       1950-LOG-REJECT.
                ADD 1 TO TRANS-REJECTED.
                MOVE 'REJECTED' TO AUDIT-ACTION.
                MOVE REJECT-REASON TO AUDIT-REASON.
                PERFORM 1960-WRITE-AUDIT.
                IF RJ-COUNT < 200
                   ADD 1 TO RJ-COUNT
                   MOVE T-NAME   TO RJ-NAME(RJ-COUNT)
                   MOVE T-STU-ID TO RJ-STU-ID(RJ-COUNT)
                   MOVE T-TYPE   TO RJ-TYPE(RJ-COUNT)
                   MOVE T-TERM   TO RJ-TERM(RJ-COUNT)
                   MOVE T-AMOUNT TO RJ-AMOUNT(RJ-COUNT)
                   MOVE REJECT-REASON TO RJ-REASON(RJ-COUNT).
      **************************************************************
      *   WRITES THE CURRENT TRANSACTION AND ITS DISPOSITION TO THE *
      *   PERMANENT AUDIT TRAIL, TAGGED WITH THE POSTING-RUN DATE   *
      **************************************************************
       1960-WRITE-AUDIT.
                MOVE RUN-DATE      TO AU-RUN-DATE.
                MOVE T-NAME        TO AU-NAME.
                MOVE T-TYPE        TO AU-TYPE.
                MOVE T-TERM        TO AU-TERM.
                MOVE T-AMOUNT      TO AU-AMOUNT.
                MOVE T-DATE        TO AU-TRANS-DATE.
                MOVE AUDIT-ACTION  TO AU-ACTION.
                MOVE AUDIT-REASON  TO AU-REASON.
                MOVE T-STU-ID      TO AU-STU-ID.
                WRITE AUDIT-REC.
      **************************************************************
      *   LOGS A STUDENT WHOSE POSTED TRANSACTIONS DO NOT MATCH THE *
      *   ACTUAL CHANGE IN NET DISBURSED ON THEIR OWN NEW RECORD    *
      **************************************************************
       1970-LOG-STUDENT-OOB.
                IF OOB-COUNT < 200
                   ADD 1 TO OOB-COUNT
                   MOVE DH-NAME        TO OOB-NAME(OOB-COUNT)
                   MOVE DH-STU-ID      TO OOB-STU-ID(OOB-COUNT)
                   MOVE STUDENT-POSTED TO OOB-POSTED(OOB-COUNT)
                   MOVE STUDENT-DELTA  TO OOB-DELTA(OOB-COUNT).
      **************************************************************
      *   READS THE OLD DISBHIST MASTER.  THE CONTROL TRAILER ENDS *
      *   THE MASTER - IT IS VERIFIED AGAINST THE RUNNING COUNT    *
      *   AND NET DISBURSED OF EVERYTHING READ BEFORE IT, THEN     *
      *   TREATED AS END OF FILE                                   *
      **************************************************************
       2000-READ-MASTER.
                READ OLD-DISBHIST INTO DISBHIST-REC
                    AT END MOVE 1 TO EOF-M.
                IF EOF-M NOT = 1
                   AND DH-NAME = TRAILER-ID
                   MOVE DISBHIST-REC TO TRAILER-DATA
                   PERFORM 2050-VERIFY-OLD-TRAILER
                   PERFORM 2060-REQUIRE-EOF-AFTER-TRAILER.
                IF EOF-M NOT = 1
                   AND (DH-DISB-COUNT NOT NUMERIC
                        OR DH-DISB-COUNT > 12)
                   MOVE 0 TO DH-DISB-COUNT.
                IF EOF-M NOT = 1
                   ADD 1 TO VER-REC-COUNT
                   MOVE 0 TO SUM-ACCUM
                   PERFORM 1060-SUM-DISBURSED
                   ADD SUM-ACCUM TO VER-DISB-TOTAL.
                IF EOF-M NOT = 1
                   AND DH-STU-ID NOT NUMERIC
                   MOVE 0 TO DH-STU-ID.
      **************************************************************
      *   PROVES THE OLD MASTER'S TRAILER - RIGHT LAYOUT VERSION,  *
      *   AND A RECORD COUNT AND NET DISBURSED THAT MATCH WHAT WAS *
      *   ACTUALLY READ.  ANYTHING ELSE MEANS A PARTIAL COPY OR A  *
      *   STALE LAYOUT, AND THE RUN STOPS RATHER THAN POST AGAINST *
      *   IT                                                       *
      **************************************************************
       2050-VERIFY-OLD-TRAILER.
                MOVE 'Y' TO TRAILER-SEEN-SW.
                IF TR-REC-COUNT NOT NUMERIC
                   OR TR-TOTAL-DISB NOT NUMERIC
                   OR TR-LAYOUT-VERSION NOT NUMERIC
                   DISPLAY 'DISB5 - DISBHIST TRAILER UNREADABLE'
                   MOVE 'DISBHIST' TO STOP-FILE
                   MOVE 'TRAILER UNREADABLE' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF TR-LAYOUT-VERSION NOT = DISBHIST-LAYOUT-VER
                   DISPLAY 'DISB5 - DISBHIST LAYOUT VERSION '
                           TR-LAYOUT-VERSION ' NOT THE EXPECTED '
                           DISBHIST-LAYOUT-VER
                   MOVE 'DISBHIST' TO STOP-FILE
                   MOVE 'WRONG LAYOUT VERSION' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF TR-REC-COUNT NOT = VER-REC-COUNT
                   OR TR-TOTAL-DISB NOT = VER-DISB-TOTAL
                   DISPLAY 'DISB5 - DISBHIST TRAILER DOES NOT MATCH '
                           'FILE CONTENTS - PARTIAL OR CORRUPT COPY'
                   MOVE 'DISBHIST' TO STOP-FILE
                   MOVE 'TRAILER DOES NOT MATCH' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
      **************************************************************
      *   THE TRAILER MUST BE THE PHYSICALLY LAST RECORD - A       *
      *   MASTER THAT WAS APPEND-COPIED INSTEAD OF REPLACED HOLDS  *
      *   A STALE FIRST HALF THAT VERIFIES CLEANLY AGAINST ITS OWN *
      *   OLD TRAILER, SO ONE MORE READ PROVES NOTHING FOLLOWS IT  *
      **************************************************************
       2060-REQUIRE-EOF-AFTER-TRAILER.
                READ OLD-DISBHIST INTO DISBHIST-REC
                    AT END MOVE 1 TO EOF-M.
                IF EOF-M NOT = 1
                   DISPLAY 'DISB5 - RECORDS FOUND BEHIND THE DISBHIST '
                           'TRAILER - MASTER WAS APPENDED TO, NOT '
                           'REPLACED'
                   MOVE 'DISBHIST' TO STOP-FILE
                   MOVE 'RECORDS BEHIND TRAILER' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
      **************************************************************
      *   A MASTER THAT RAN OUT WITHOUT EVER SHOWING A TRAILER IS  *
      *   A PARTIAL COPY - UNLESS IT HELD NOTHING AT ALL, WHICH IS *
      *   THE FIRST RUN BEFORE ANY DISBURSEMENT HAS BEEN POSTED    *
      **************************************************************
       2070-REQUIRE-OLD-TRAILER.
                IF NOT TRAILER-SEEN
                   AND VER-REC-COUNT > 0
                   DISPLAY 'DISB5 - NO CONTROL TRAILER ON DISBHIST - '
                           'PARTIAL COPY'
                   MOVE 'DISBHIST' TO STOP-FILE
                   MOVE 'NO CONTROL TRAILER' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
      **************************************************************
      *   READS THE TRANSACTION FILE, COUNTING EVERY TRANSACTION    *
      *   ACTUALLY READ - A NON-NUMERIC STUDENT ID IS TREATED AS    *
      *   ZERO SO IT CAN NEVER MATCH A MASTER, AND A NON-NUMERIC    *
      *   AMOUNT OR DATE AS MISSING SO THE EDIT REJECTS IT          *
      **************************************************************
       2100-READ-TRANS.
                READ TRANS-FILE
                    AT END MOVE 1 TO EOF-T.
                IF EOF-T NOT = 1
                   ADD 1 TO TRANS-READ
                   IF T-STU-ID NOT NUMERIC
                      MOVE 0 TO T-STU-ID.
                IF EOF-T NOT = 1
                   AND T-AMOUNT NOT NUMERIC
                   MOVE 0 TO T-AMOUNT.
                IF EOF-T NOT = 1
                   AND T-DATE NOT NUMERIC
                   MOVE 0 TO T-DATE.
      **************************************************************
      *   STAMPS THE NEW MASTER WITH ITS OWN CONTROL TRAILER SO    *
      *   THE NEXT READER CAN PROVE THE HANDOFF COPY IS WHOLE      *
      **************************************************************
       7000-WRITE-NEW-TRAILER.
                MOVE SPACES              TO TRAILER-DATA.
                MOVE TRAILER-ID          TO TR-ID.
                MOVE NEW-REC-COUNT       TO TR-REC-COUNT.
                MOVE NEW-DISB-TOTAL      TO TR-TOTAL-DISB.
                MOVE DISBHIST-LAYOUT-VER TO TR-LAYOUT-VERSION.
                MOVE RUN-DATE            TO TR-RUN-DATE.
                WRITE NEW-DISBHIST-REC FROM TRAILER-DATA.
      **************************************************************
      *   RECORDS THIS RUN ON THE RUN-CONTROL LEDGER - THE STEP,    *
      *   EVERY GENERATION READ AND WRITTEN, AND THE CONTROL        *
      *   TOTALS - ONLY ONCE EVERYTHING ELSE HAS CLOSED CLEANLY     *
      **************************************************************
       7800-POST-RUN-LEDGER.
                MOVE NEW-REC-COUNT  TO GEN-NEW-COUNT(1).
                MOVE NEW-DISB-TOTAL TO GEN-NEW-HASH(1).
                MOVE RUN-DATE       TO GEN-NEW-STAMP(1).
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
                MOVE 'TRANSACTIONS READ' TO LEDGER-TOTAL-NAME.
                MOVE TRANS-READ TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'DISBURSEMENTS POSTED' TO LEDGER-TOTAL-NAME.
                MOVE TRANS-DISBURSED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'DISBURSEMENTS CANCELLED' TO LEDGER-TOTAL-NAME.
                MOVE TRANS-CANCELLED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'RETURNS POSTED' TO LEDGER-TOTAL-NAME.
                MOVE TRANS-RETURNED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'TRANSACTIONS REJECTED' TO LEDGER-TOTAL-NAME.
                MOVE TRANS-REJECTED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'NEW BORROWERS' TO LEDGER-TOTAL-NAME.
                MOVE NEW-BORROWERS TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'AMOUNT DISBURSED' TO LEDGER-TOTAL-NAME.
                MOVE AMOUNT-DISBURSED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'AMOUNT CANCELLED' TO LEDGER-TOTAL-NAME.
                MOVE AMOUNT-CANCELLED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'AMOUNT RETURNED' TO LEDGER-TOTAL-NAME.
                MOVE AMOUNT-RETURNED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'NEW MASTER NET CHANGE' TO LEDGER-TOTAL-NAME.
                MOVE MASTER-DELTA TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                CLOSE LEDGER-FILE.
      **************************************************************
      *   A MASTER THIS STEP REPLACES GETS THE NEXT GENERATION      *
      *   NUMBER AFTER THE LAST ONE WRITTEN - THE NEW FILE BECOMES  *
      *   THAT GENERATION WHEN OPERATIONS COPIES IT OVER THE MASTER *
      **************************************************************
       7810-WRITE-GEN-RECORDS.
                IF GEN-IS-INPUT(GEN-SUB)
                   PERFORM 7815-START-GEN-RECORD
                   MOVE 'R'                    TO LG-TYPE
                   MOVE GEN-READ-GEN(GEN-SUB)  TO LG-GEN
                   MOVE GEN-CUR-COUNT(GEN-SUB) TO LG-REC-COUNT
                   MOVE GEN-CUR-HASH(GEN-SUB)  TO LG-HASH-TOTAL
                   MOVE GEN-CUR-STAMP(GEN-SUB) TO LG-STAMP
                   WRITE LEDGER-REC.
                IF GEN-IS-OUTPUT(GEN-SUB)
                   PERFORM 7815-START-GEN-RECORD
                   MOVE 'W'                    TO LG-TYPE
                   COMPUTE LG-GEN = GEN-W-GEN(GEN-SUB) + 1
                   MOVE GEN-NEW-COUNT(GEN-SUB) TO LG-REC-COUNT
                   MOVE GEN-NEW-HASH(GEN-SUB)  TO LG-HASH-TOTAL
                   MOVE GEN-NEW-STAMP(GEN-SUB) TO LG-STAMP
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
      *   PUTS A STOP THAT CAME AFTER THE LEDGER CHECK ON THE      *
      *   RUN-CONTROL LEDGER - THE FILE AND REASON THE STOPPING    *
      *   PARAGRAPH NAMED - SO THE NIGHT'S INQUIRY CANNOT SIGN OFF *
      *   A STEP THAT STOPPED PART WAY                             *
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
      *   STOPS THE RUN COLD - A MASTER THAT CANNOT BE PROVED      *
      *   WHOLE MUST NOT BE POSTED AGAINST OR HANDED DOWNSTREAM    *
      **************************************************************
       9999-ABORT-RUN.
                IF NOT STOP-RECORDED
                   PERFORM 9990-RECORD-STOP.
                DISPLAY 'DISB5 - RUN STOPPED - CORRECT THE DISBHIST '
                        'MASTER BEFORE RERUNNING'.
                STOP RUN.
      **************************************************************
      *   PRINTS THE CONTROL TOTALS, THE DOLLARS POSTED BY KIND,    *
      *   THE OLD AND NEW MASTER NET DISBURSED, THE INDEPENDENTLY   *
      *   COMPUTED CHANGE ACROSS THE NEW MASTER, WHETHER THE NET    *
      *   POSTED AGREES WITH IT, AND THE EXCEPTION LISTS            *
      **************************************************************
       8000-RECONCILIATION-REPORT.
                MOVE RUN-DATE TO DH1-DATE.
                WRITE PRNT-REC FROM DISB-HEADING1
                    AFTER ADVANCING PAGE.
                MOVE SPACES TO PRNT-REC.
                WRITE PRNT-REC
                    AFTER ADVANCING 1 LINE.
                MOVE 'TRANSACTIONS READ'       TO RCL-LABEL.
                MOVE TRANS-READ                TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'DISBURSEMENTS POSTED'    TO RCL-LABEL.
                MOVE TRANS-DISBURSED           TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'DISBURSEMENTS CANCELLED' TO RCL-LABEL.
                MOVE TRANS-CANCELLED           TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'RETURNS POSTED'          TO RCL-LABEL.
                MOVE TRANS-RETURNED            TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'TRANSACTIONS REJECTED'   TO RCL-LABEL.
                MOVE TRANS-REJECTED            TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'NEW BORROWERS STARTED'   TO RCL-LABEL.
                MOVE NEW-BORROWERS             TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'AMOUNT DISBURSED'        TO RAL-LABEL.
                MOVE AMOUNT-DISBURSED          TO RAL-AMOUNT.
                WRITE PRNT-REC FROM RECON-AMOUNT-LINE
                    AFTER ADVANCING 2 LINES.
                MOVE 'LESS AMOUNT CANCELLED'   TO RAL-LABEL.
                MOVE AMOUNT-CANCELLED          TO RAL-AMOUNT.
                WRITE PRNT-REC FROM RECON-AMOUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'LESS AMOUNT RETURNED'    TO RAL-LABEL.
                MOVE AMOUNT-RETURNED           TO RAL-AMOUNT.
                WRITE PRNT-REC FROM RECON-AMOUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE AMOUNT-DISBURSED TO NET-POSTED.
                SUBTRACT AMOUNT-CANCELLED FROM NET-POSTED.
                SUBTRACT AMOUNT-RETURNED FROM NET-POSTED.
                MOVE 'NET AMOUNT POSTED'       TO RAL-LABEL.
                MOVE NET-POSTED                TO RAL-AMOUNT.
                WRITE PRNT-REC FROM RECON-AMOUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'OLD MASTER NET DISBURSED' TO RAL-LABEL.
                MOVE VER-DISB-TOTAL            TO RAL-AMOUNT.
                WRITE PRNT-REC FROM RECON-AMOUNT-LINE
                    AFTER ADVANCING 2 LINES.
                MOVE 'NEW MASTER NET DISBURSED' TO RAL-LABEL.
                MOVE NEW-DISB-TOTAL            TO RAL-AMOUNT.
                WRITE PRNT-REC FROM RECON-AMOUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'NEW MASTER CHANGE'       TO RAL-LABEL.
                MOVE MASTER-DELTA              TO RAL-AMOUNT.
                WRITE PRNT-REC FROM RECON-AMOUNT-LINE
                    AFTER ADVANCING 1 LINE.
                IF NET-POSTED NOT = MASTER-DELTA
                    WRITE PRNT-REC FROM RECON-BALANCE-LINE
                        AFTER ADVANCING 2 LINES
                ELSE
                    WRITE PRNT-REC FROM RECON-IN-BALANCE-LINE
                        AFTER ADVANCING 2 LINES.
                IF RJ-COUNT > 0
                    WRITE PRNT-REC FROM REJECT-HEADING
                        AFTER ADVANCING 2 LINES
                    PERFORM 8100-PRINT-REJECT-LINE
                        VARYING RJ-SUB FROM 1 BY 1
                        UNTIL RJ-SUB > RJ-COUNT.
                IF OOB-COUNT > 0
                    WRITE PRNT-REC FROM STUDENT-OOB-HEADING
                        AFTER ADVANCING 2 LINES
                    PERFORM 8200-PRINT-STUDENT-OOB-LINE
                        VARYING OOB-SUB FROM 1 BY 1
                        UNTIL OOB-SUB > OOB-COUNT.
       8100-PRINT-REJECT-LINE.
                MOVE RJ-STU-ID(RJ-SUB) TO RJL-STU-ID.
                MOVE RJ-NAME(RJ-SUB)   TO RJL-NAME.
                MOVE RJ-TYPE(RJ-SUB)   TO RJL-TYPE.
                MOVE RJ-TERM(RJ-SUB)   TO RJL-TERM.
                MOVE RJ-AMOUNT(RJ-SUB) TO RJL-AMOUNT.
                MOVE RJ-REASON(RJ-SUB) TO RJL-REASON.
                WRITE PRNT-REC FROM REJECT-LINE
                    AFTER ADVANCING 1 LINE.
      **************************************************************
      *   PRINTS ONE STUDENT FROM THE PER-STUDENT OUT-OF-BALANCE    *
      *   EXCEPTION TABLE                                           *
      **************************************************************
       8200-PRINT-STUDENT-OOB-LINE.
                MOVE OOB-STU-ID(OOB-SUB) TO OOBL-STU-ID.
                MOVE OOB-NAME(OOB-SUB)   TO OOBL-NAME.
                MOVE OOB-POSTED(OOB-SUB) TO OOBL-POSTED.
                MOVE OOB-DELTA(OOB-SUB)  TO OOBL-DELTA.
                WRITE PRNT-REC FROM STUDENT-OOB-LINE
                    AFTER ADVANCING 1 LINE.
