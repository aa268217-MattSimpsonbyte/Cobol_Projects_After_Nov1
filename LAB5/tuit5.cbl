       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TUIT5.
       AUTHOR. Matthew Simpson.
      *  TUITION BILLING RUN.
      *  TURNS THE CURRENT TERM'S SEATS ON THE ENROLLMENT ROSTER
      *  (WRITTEN BY TOTAL5 AND WLPROM) INTO MONEY OWED.  EVERY
      *  ROSTER ENTRY DATED INSIDE THE TERM NAMED ON THE TUITRATE
      *  PARAMETER FILE IS PRICED AT THE SECTION'S CREDIT HOURS
      *  (A-CREDIT-HRS ON THE INSTR ASSIGNMENT FILE TOTAL5 READS)
      *  TIMES A PER-CREDIT-HOUR RATE - THE DEPARTMENT'S OWN RATE
      *  WHEN TUITRATE CARRIES ONE FOR THE SECTION'S C-ABB, THE
      *  DEFAULT RATE OTHERWISE - AND POSTED AS A DATED 'T' TUITION
      *  CHARGE ON THE STUDENT'S CHGHIST RECORD, ONE CHARGE PER
      *  SECTION, SO LAB5'S BALANCE, AGING AND PROJECTION PAGES AND
      *  ASSESS5'S INTEREST PICK IT UP LIKE ANY OTHER CHARGE.
      *  THE STUMAST STUDENT MASTER DRIVES THE RUN IN STUDENT-ID
      *  ORDER AND CHGHIST IS MATCHED TO IT ON THE ID THE SAME WAY
      *  ASSESS5 MATCHES IT - A CHGHIST RECORD FOR AN ID WITH NOTHING
      *  TO BILL IS CARRIED FORWARD UNTOUCHED, AND A STUDENT BILLED
      *  FOR THE FIRST TIME GETS A NEW CHGHIST RECORD IN ID ORDER.
      *  EVERY ENROLLMENT BILLED IS WRITTEN TO THE TUITBILL LEDGER
      *  (TERM, SECTION, STUDENT, HOURS, RATE, AMOUNT, RUN DATE).
      *  AN ENROLLMENT ALREADY ON THE LEDGER FOR THE TERM IS NEVER
      *  BILLED AGAIN, SO RERUNNING THE BILLING - OR RUNNING IT AGAIN
      *  AFTER MORE REGISTRATIONS COME IN - BILLS ONLY THE NEW SEATS.
      *  NEITHER CHGHIST NOR TUITBILL IS REWRITTEN IN PLACE - THE RUN
      *  WRITES CHGHIST-NEW AND TUITBILL-NEW AND OPERATIONS COPIES
      *  BOTH OVER THE LIVE FILES TOGETHER, THE SAME AS ANY OTHER
      *  OLD-MASTER/NEW-MASTER STEP IN THIS SHOP.  PROMOTING ONE
      *  WITHOUT THE OTHER WOULD EITHER BILL THE TERM TWICE OR NEVER.
      *  A SEAT THAT CANNOT BE PRICED (NO INSTR RECORD, NO CREDIT
      *  HOURS, NO RATE), A SEAT WITH NO STUDENT ID OR FOR AN ID NOT
      *  ON STUMAST, AND A SEAT FOR A STUDENT WHOSE CHARGE HISTORY
      *  IS FULL IS LEFT UNBILLED AND LISTED WITH ITS REASON - IT IS
      *  NOT WRITTEN TO THE LEDGER, SO THE NEXT RUN BILLS IT ONCE THE
      *  CAUSE IS CORRECTED.
      *  THE BILLING REGISTER LISTS EVERY SECTION BILLED, THE SEATS
      *  LEFT UNBILLED, THE DOLLARS BILLED BY DEPARTMENT, AND THE
      *  CONTROL TOTALS - ROSTER SEATS IN THE TERM MUST EQUAL BILLED
      *  PLUS ALREADY BILLED PLUS NOT BILLED, AND THE DOLLARS BILLED
      *  MUST EQUAL THE INCREASE IN CHARGES ACROSS CHGHIST-NEW.
      *  THE RUN IS RECORDED ON THE RUNLEDG RUN-CONTROL LEDGER - THE
      *  STUMAST, CHGHIST AND TUITBILL GENERATIONS READ, THE CHGHIST
      *  AND TUITBILL GENERATIONS WRITTEN, AND THE BILLING CONTROL
      *  TOTALS - AND THE LEDGER IS CHECKED BEFORE ANYTHING IS
      *  OPENED, SO AN INPUT THAT IS NOT THE GENERATION THE LAST STEP
      *  TO WRITE IT PRODUCED STOPS THE RUN BEFORE ANY SEAT IS BILLED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RATE-FILE    ASSIGN TO 'TUITRATE'.
            SELECT STUMAST-FILE ASSIGN TO 'STUMAST'.
            SELECT OPTIONAL ROSTER-FILE ASSIGN TO 'ROSTER'.
            SELECT OPTIONAL INSTR-FILE  ASSIGN TO 'INSTR'.
            SELECT OPTIONAL OLD-CHGHIST ASSIGN TO 'CHGHIST'.
            SELECT NEW-CHGHIST  ASSIGN TO 'CHGHIST-NEW'.
            SELECT OPTIONAL OLD-BILLED  ASSIGN TO 'TUITBILL'.
            SELECT NEW-BILLED   ASSIGN TO 'TUITBILL-NEW'.
            SELECT PRNT-FILE    ASSIGN TO 'UR-S-TUITION'.
            SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'RUNLEDG'.

       DATA DIVISION.

       FILE SECTION.
       FD  RATE-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      LAYOUT FOR THE TUITION PARAMETER CARDS.  ONE 'T' CARD  *
      *      NAMES THE TERM BEING BILLED AND THE FIRST AND LAST     *
      *      ROSTER DATES THAT BELONG TO IT; EACH 'R' CARD GIVES A  *
      *      PER-CREDIT-HOUR RATE FOR ONE DEPARTMENT (C-ABB), OR    *
      *      THE DEFAULT RATE WHEN THE DEPARTMENT IS LEFT BLANK     *
      **************************************************************
       01  RATE-CARD.
                03  RP-TYPE                  PIC X.
                03  RP-TERM-DATA.
                    05  RP-TERM              PIC X(6).
                    05  RP-FROM-DATE         PIC 9(8).
                    05  RP-THRU-DATE         PIC 9(8).
                    05  FILLER               PIC X(57).
                03  RP-RATE-DATA REDEFINES RP-TERM-DATA.
                    05  RP-ABB               PIC XXX.
                    05  RP-RATE              PIC 9(4)V99.
                    05  FILLER               PIC X(70).

       FD  STUMAST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      LAYOUT FOR THE STUDENT MASTER - SAME FIELDS STUASSGN   *
      *      MAINTAINS, IN ASCENDING STUDENT-ID ORDER               *
      **************************************************************
       01  STUMAST-REC.
                03  SM-STU-ID                PIC 9(7).
                03  SM-NAME                  PIC X(20).
                03  SM-ADD-DATE              PIC 9(8).
                03  SM-NAME-DATE             PIC 9(8).
                03  FILLER                   PIC X(37).

       FD  ROSTER-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      ENROLLMENT ROSTER RECORD - SAME LAYOUT TOTAL5 AND      *
      *      WLPROM APPEND, ONE PER SEAT GIVEN, TAGGED WITH THE     *
      *      DATE OF THE RUN THAT GAVE IT                           *
      **************************************************************
       01  ROSTER-REC.
                03  E-COURSE.
                    05  E-ABB                PIC XXX.
                    05  FILLER               PIC X(7).
                03  E-NAME                   PIC X(20).
                03  E-DATE                   PIC 9(8).
                03  E-STU-ID                 PIC 9(7).
                03  FILLER                   PIC X(35).

       FD  INSTR-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      INSTRUCTOR-ASSIGNMENT RECORD - SAME LAYOUT TOTAL5      *
      *      READS; ONLY THE SECTION AND ITS CREDIT HOURS ARE USED  *
      **************************************************************
       01  INSTR-REC.
                03  A-COURSE                 PIC X(10).
                03  A-INSTRUCTOR             PIC X(20).
                03  A-CREDIT-HRS             PIC 99.
                03  A-MAX-HRS                PIC 99.
                03  FILLER                   PIC X(46).

       FD  OLD-CHGHIST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      OLD CHARGE-HISTORY RECORD AS READ - ONLY THE STUDENT  *
      *      ID IS LOOKED AT HERE; A MATCHING RECORD IS MOVED TO   *
      *      CHGHIST-REC TO BE BILLED, ANY OTHER IS CARRIED        *
      *      FORWARD TO THE NEW FILE AS IT STANDS                  *
      **************************************************************
       01  OLD-CHGHIST-REC.
                03  FILLER                   PIC X(202).
                03  OCH-STU-ID               PIC 9(7).

       FD  NEW-CHGHIST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  NEW-CHGHIST-REC                   PIC X(209).

       FD  OLD-BILLED
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      TUITION LEDGER RECORD - ONE PER ENROLLMENT EVER        *
      *      BILLED, WITH THE TERM, THE PRICE AND THE RUN THAT      *
      *      BILLED IT                                              *
      **************************************************************
       01  BILLED-REC.
                03  TB-TERM                  PIC X(6).
                03  TB-COURSE                PIC X(10).
                03  TB-STU-ID                PIC 9(7).
                03  TB-CREDIT-HRS            PIC 99.
                03  TB-RATE                  PIC 9(4)V99.
                03  TB-AMOUNT                PIC 9(4)V99.
                03  TB-BILL-DATE             PIC 9(8).

       FD  NEW-BILLED
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  NEW-BILLED-REC                    PIC X(45).

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
                03  RUN-DATE                PIC 9(8)       VALUE 0.
                03  PREV-STU-ID             PIC 9(7)       VALUE 0.
                03  SUB                     PIC 99         VALUE 0.
                03  SUM-ACCUM               PIC 9(7)V99    VALUE 0.
                03  OLD-CHG-SUM             PIC 9(7)V99    VALUE 0.
                03  NEW-CHG-SUM             PIC 9(7)V99    VALUE 0.
       01  EOF-SWITCHES.
                03  EOF-P                   PIC 9          VALUE 0.
                03  EOF-S                   PIC 9          VALUE 0.
                03  EOF-R                   PIC 9          VALUE 0.
                03  EOF-A                   PIC 9          VALUE 0.
                03  EOF-CH                  PIC 9          VALUE 0.
                03  EOF-B                   PIC 9          VALUE 0.
      **************************************************************
      *    THE TERM BEING BILLED, FROM THE 'T' CARD, AND THE        *
      *    DEFAULT PER-CREDIT-HOUR RATE FROM THE BLANK-DEPARTMENT   *
      *    'R' CARD                                                 *
      **************************************************************
       01  TERM-CTL.
                03  BILL-TERM               PIC X(6)       VALUE SPACES.
                03  TERM-FROM-DATE          PIC 9(8)       VALUE 0.
                03  TERM-THRU-DATE          PIC 9(8)       VALUE 0.
                03  DEFAULT-RATE            PIC 9(4)V99    VALUE 0.
                03  TERM-CARD-SW            PIC X          VALUE 'N'.
                    88  TERM-CARD-SEEN                     VALUE 'Y'.
                03  DEFAULT-RATE-SW         PIC X          VALUE 'N'.
                    88  DEFAULT-RATE-GIVEN                 VALUE 'Y'.
      **************************************************************
      *    PER-DEPARTMENT RATES FROM THE 'R' CARDS                  *
      **************************************************************
       01  RATE-TABLE.
                03  RT-ENTRY        OCCURS 50 TIMES.
                    05  RT-ABB               PIC XXX.
                    05  RT-RATE              PIC 9(4)V99.
       01  RATE-CTL.
                03  RT-COUNT                PIC 99         VALUE 0.
                03  RT-SUB                  PIC 99         VALUE 0.
                03  RT-FOUND-SW             PIC X          VALUE 'N'.
                    88  RATE-FOUND                         VALUE 'Y'.
                03  FOUND-RATE              PIC 9(4)V99    VALUE 0.
      **************************************************************
      *    SECTION CREDIT HOURS FROM THE INSTR ASSIGNMENT FILE      *
      **************************************************************
       01  INSTR-TABLE.
                03  IA-ENTRY        OCCURS 500 TIMES.
                    05  IA-COURSE            PIC X(10).
                    05  IA-CREDIT-HRS        PIC 99.
       01  INSTR-CTL.
                03  IA-COUNT                PIC 999        VALUE 0.
                03  IA-SUB                  PIC 999        VALUE 0.
                03  IA-FOUND-SW             PIC X          VALUE 'N'.
                    88  INSTR-FOUND                        VALUE 'Y'.
                03  FOUND-CREDIT-HRS        PIC 99         VALUE 0.
      **************************************************************
      *    THE TERM'S ROSTER SEATS, EACH WITH ITS BILLING STATUS -  *
      *    PENDING UNTIL ITS STUDENT COMES UP ON STUMAST, THEN      *
      *    BILLED, ALREADY BILLED, OR NOT BILLED WITH A REASON      *
      **************************************************************
       01  ROSTER-BILL-TABLE.
                03  RB-ENTRY        OCCURS 2000 TIMES.
                    05  RB-COURSE            PIC X(10).
                    05  RB-STU-ID            PIC 9(7).
                    05  RB-NAME              PIC X(20).
                    05  RB-STATUS            PIC X.
                        88  RB-PENDING                     VALUE 'P'.
                        88  RB-BILLED                      VALUE 'B'.
                        88  RB-PRIOR                       VALUE 'D'.
                        88  RB-NOT-BILLED                  VALUE 'X'.
                    05  RB-REASON            PIC X(25).
       01  ROSTER-BILL-CTL.
                03  RB-COUNT                PIC 9(4)       VALUE 0.
                03  RB-SUB                  PIC 9(4)       VALUE 0.
      **************************************************************
      *    ENROLLMENTS ALREADY BILLED FOR THIS TERM - THE LEDGER'S  *
      *    ENTRIES FOR THE TERM PLUS THIS RUN'S OWN, SO THE SAME    *
      *    SEAT LISTED TWICE ON THE ROSTER IS STILL BILLED ONCE.    *
      *    THE LEDGER MAY BRING IN AT MOST 2000, LEAVING ROOM FOR   *
      *    A FULL ROSTER TABLE'S WORTH OF NEW ONES                  *
      **************************************************************
       01  BILLED-TABLE.
                03  BL-ENTRY        OCCURS 4000 TIMES.
                    05  BL-COURSE            PIC X(10).
                    05  BL-STU-ID            PIC 9(7).
       01  BILLED-CTL.
                03  BL-COUNT                PIC 9(4)       VALUE 0.
                03  BL-SUB                  PIC 9(4)       VALUE 0.
                03  BL-FOUND-SW             PIC X          VALUE 'N'.
                    88  ALREADY-BILLED                     VALUE 'Y'.
                03  LOOK-COURSE             PIC X(10)      VALUE SPACES.
                03  LOOK-STU-ID             PIC 9(7)       VALUE 0.
      **************************************************************
      *    DOLLARS BILLED BY DEPARTMENT FOR THE REGISTER            *
      **************************************************************
       01  DEPT-TABLE.
                03  DT-ENTRY        OCCURS 100 TIMES.
                    05  DT-ABB               PIC XXX.
                    05  DT-SECTIONS          PIC 9(5).
                    05  DT-AMOUNT            PIC 9(7)V99.
       01  DEPT-CTL.
                03  DT-COUNT                PIC 999        VALUE 0.
                03  DT-SUB                  PIC 999        VALUE 0.
                03  DT-HIT                  PIC 999        VALUE 0.
                03  DT-FOUND-SW             PIC X          VALUE 'N'.
                    88  DEPT-FOUND                         VALUE 'Y'.
                03  DT-FULL-SW              PIC X          VALUE 'N'.
                    88  DEPT-TABLE-FULL                    VALUE 'Y'.
      **************************************************************
      *    CHARGE-HISTORY RECORD, ONE PER STUDENT IN STUDENT-ID     *
      *    ORDER - SAME LAYOUT ASSESS5 AND LAB5 CARRY.  'T' IS THE  *
      *    TUITION CHARGE TYPE, ALONGSIDE ASSESS5'S 'I' INTEREST    *
      *    AND 'L' LATE FEE                                         *
      **************************************************************
       01  CHGHIST-REC.
                03  CH-NAME                  PIC X(20).
                03  CH-CHG-COUNT             PIC 99.
                03  CH-CHG-ENTRY             OCCURS 12 TIMES.
                    05  CH-CHG-AMT           PIC 9(4)V99.
                    05  CH-CHG-TYPE          PIC X.
                    05  CH-CHG-DATE          PIC 9(8).
                03  CH-STU-ID                PIC 9(7).
      **************************************************************
      *    STUDENT-ID MATCH OF CHGHIST TO THE STUDENT MASTER - THE  *
      *    KEY OF THE CURRENT OLD RECORD, HIGH-KEY ONCE EXHAUSTED   *
      **************************************************************
       01  MATCH-CTL.
                03  HIGH-KEY                PIC 9(7)     VALUE 9999999.
                03  OLD-CH-KEY              PIC 9(7)       VALUE 0.
                03  CH-MATCH-SW             PIC X          VALUE 'N'.
                    88  CHGHIST-MATCHED                    VALUE 'Y'.
      **************************************************************
      *    WORK FIELDS FOR PRICING AND POSTING ONE SEAT             *
      **************************************************************
       01  BILL-WORK.
                03  BILL-AMT-WORK           PIC 9(6)V99    VALUE 0.
                03  BILL-AMT                PIC 9(4)V99    VALUE 0.
                03  BILL-REASON             PIC X(25)      VALUE SPACES.
                03  STUDENT-BILLED-SW       PIC X          VALUE 'N'.
                    88  STUDENT-BILLED                     VALUE 'Y'.
      **************************************************************
      *    CONTROL TOTALS FOR THE BILLING REGISTER                  *
      **************************************************************
       01  BILL-TOTALS.
                03  ROSTER-READ             PIC 9(5)       VALUE 0.
                03  ROSTER-OUT-OF-TERM      PIC 9(5)       VALUE 0.
                03  ROSTER-IN-TERM          PIC 9(5)       VALUE 0.
                03  SECTIONS-BILLED         PIC 9(5)       VALUE 0.
                03  SECTIONS-PRIOR          PIC 9(5)       VALUE 0.
                03  SECTIONS-NOT-BILLED     PIC 9(5)       VALUE 0.
                03  STUDENTS-BILLED         PIC 9(5)       VALUE 0.
                03  DOLLARS-BILLED          PIC 9(7)V99    VALUE 0.
                03  STUMAST-READ            PIC 9(7)       VALUE 0.
                03  CHG-CARRIED-CT          PIC 9(5)       VALUE 0.
                03  CHG-WRITTEN-CT          PIC 9(5)       VALUE 0.
                03  LEDGER-CARRIED          PIC 9(7)       VALUE 0.
                03  CHARGE-DELTA            PIC S9(7)V99   VALUE 0.
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
                    'TUIT5'.
                03  LEDGER-TITLE            PIC X(40)      VALUE
                    'TUITION BILLING'.
                03  LEDGER-TIME             PIC 9(8)       VALUE 0.
                03  EOF-LG                  PIC 9          VALUE 0.
                03  EOF-LP                  PIC 9          VALUE 0.
                03  GEN-SUB                 PIC 9          VALUE 0.
                03  GEN-COUNT               PIC 9          VALUE 3.
                03  LEDGER-TOTAL-NAME       PIC X(30)      VALUE SPACES.
                03  LEDGER-TOTAL-VALUE      PIC S9(11)V99  VALUE 0.
                03  STOP-FILE               PIC X(8)       VALUE SPACES.
                03  STOP-REASON             PIC X(26)      VALUE SPACES.
                03  STOP-SW                 PIC X          VALUE 'N'.
                    88  STOP-RECORDED                      VALUE 'Y'.
                03  GEN-W-ONLY-CT           PIC 9          VALUE 0.
                03  GEN-R-ONLY-CT           PIC 9          VALUE 0.
                03  FP-COUNT                PIC 9(7)       VALUE 0.
                03  FP-HASH                 PIC 9(13)V99   VALUE 0.
                03  FP-SUB                  PIC 99         VALUE 0.
       01  GEN-TABLE.
                03  GEN-ENTRY       OCCURS 3 TIMES.
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
                    05  GEN-MATCH-SW         PIC X.
                        88  GEN-MATCHED-W                  VALUE 'W'.
                        88  GEN-MATCHED-R                  VALUE 'R'.
                        88  GEN-MATCHED-BOTH               VALUE 'B'.
      **************************************************************
      *      LAYOUT FOR THE BILLING REGISTER LINES                 *
      **************************************************************
       01  TUIT-HEADING.
                03  FILLER                 PIC X(26)      VALUE
                    'TUITION BILLING REGISTER'.
                03  FILLER                 PIC X(5)       VALUE
                    'TERM '.
                03  TH-TERM                PIC X(6).
                03  FILLER                 PIC X(10)      VALUE
                    '   RUN'.
                03  TH-DATE                PIC 9(8).
       01  TUIT-TERM-LINE.
                03  FILLER                 PIC X(26)      VALUE
                    'ROSTER DATES'.
                03  TT-FROM                PIC 9(8).
                03  FILLER                 PIC X(6)       VALUE
                    ' THRU '.
                03  TT-THRU                PIC 9(8).
       01  TUIT-COL-HEADING.
                03  FILLER                 PIC X(9)       VALUE
                    'STU ID'.
                03  FILLER                 PIC X(22)      VALUE 'NAME'.
                03  FILLER                 PIC X(12)      VALUE
                    'SECTION'.
                03  FILLER                 PIC X(5)       VALUE 'HRS'.
                03  FILLER                 PIC X(10)      VALUE
                    'RATE'.
                03  FILLER                 PIC X(6)       VALUE
                    'AMOUNT'.
       01  TUIT-DETAIL-LINE.
                03  TDL-STU-ID             PIC 9(7).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  TDL-NAME               PIC X(20).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  TDL-COURSE             PIC X(10).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  TDL-HRS                PIC Z9.
                03  FILLER                 PIC X(3)       VALUE SPACES.
                03  TDL-RATE               PIC ZZZ9.99.
                03  FILLER                 PIC X(3)       VALUE SPACES.
                03  TDL-AMOUNT             PIC ZZZ9.99.
       01  NOT-BILLED-HEADING.
                03  FILLER                 PIC X(46)      VALUE
                    'ROSTER SEATS NOT BILLED - BILLED NEXT RUN ONCE'.
                03  FILLER                 PIC X(20)      VALUE
                    ' CORRECTED'.
       01  NOT-BILLED-LINE.
                03  NBL-STU-ID             PIC 9(7).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  NBL-NAME               PIC X(20).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  NBL-COURSE             PIC X(10).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  NBL-REASON             PIC X(25).
       01  DEPT-HEADING.
                03  FILLER                 PIC X(29)      VALUE
                    'DOLLARS BILLED BY DEPARTMENT'.
       01  DEPT-COL-HEADING.
                03  FILLER                 PIC X(8)       VALUE 'DEPT'.
                03  FILLER                 PIC X(11)      VALUE
                    'SECTIONS'.
                03  FILLER                 PIC X(7)       VALUE
                    'DOLLARS'.
       01  DEPT-LINE.
                03  DL-ABB                 PIC XXX.
                03  FILLER                 PIC X(7)       VALUE SPACES.
                03  DL-SECTIONS            PIC ZZZZ9.
                03  FILLER                 PIC X(3)       VALUE SPACES.
                03  DL-AMOUNT              PIC ZZZZZZ9.99.
       01  DEPT-FULL-LINE.
                03  FILLER                 PIC X(45)      VALUE
                    '*** WARNING - DEPARTMENT TABLE FULL AT 100 - '.
                03  FILLER                 PIC X(40)      VALUE
                    'DEPARTMENT LINES DO NOT ADD TO THE TOTAL'.
       01  BILL-LINE1.
                03  FILLER                 PIC X(30)      VALUE
                    'ROSTER RECORDS READ'.
                03  BL1-READ               PIC ZZZZ9.
       01  BILL-LINE2.
                03  FILLER                 PIC X(30)      VALUE
                    'ROSTER SEATS OUTSIDE THE TERM'.
                03  BL2-OUT                PIC ZZZZ9.
       01  BILL-LINE3.
                03  FILLER                 PIC X(30)      VALUE
                    'ROSTER SEATS IN THE TERM'.
                03  BL3-IN                 PIC ZZZZ9.
       01  BILL-LINE4.
                03  FILLER                 PIC X(30)      VALUE
                    'SECTIONS BILLED'.
                03  BL4-BILLED             PIC ZZZZ9.
       01  BILL-LINE5.
                03  FILLER                 PIC X(30)      VALUE
                    'SECTIONS ALREADY BILLED'.
                03  BL5-PRIOR              PIC ZZZZ9.
       01  BILL-LINE6.
                03  FILLER                 PIC X(30)      VALUE
                    'SECTIONS NOT BILLED'.
                03  BL6-NOT-BILLED         PIC ZZZZ9.
       01  BILL-LINE7.
                03  FILLER                 PIC X(30)      VALUE
                    'STUDENTS BILLED'.
                03  BL7-STUDENTS           PIC ZZZZ9.
       01  BILL-LINE8.
                03  FILLER                 PIC X(30)      VALUE
                    'DOLLARS BILLED'.
                03  BL8-DOLLARS            PIC ZZZZZZ9.99.
       01  BILL-LINE9.
                03  FILLER                 PIC X(30)      VALUE
                    'CHGHIST CHARGE INCREASE'.
                03  BL9-DELTA              PIC ZZZZZZ9.99-.
       01  BILL-LINE10.
                03  FILLER                 PIC X(30)      VALUE
                    'CHGHIST RECORDS CARRIED'.
                03  BL10-CARRIED           PIC ZZZZ9.
       01  BILL-LINE11.
                03  FILLER                 PIC X(30)      VALUE
                    'CHGHIST RECORDS BILLED/COPIED'.
                03  BL11-WRITTEN           PIC ZZZZ9.
       01  BILL-LINE12.
                03  FILLER                 PIC X(30)      VALUE
                    'LEDGER ENTRIES CARRIED'.
                03  BL12-LEDGER            PIC ZZZZZZ9.
       01  BILL-SEATS-OOB-LINE.
                03  FILLER                 PIC X(46)      VALUE
                    'OUT OF BALANCE - SEATS IN TERM DO NOT EQUAL BI'.
                03  FILLER                 PIC X(40)      VALUE
                    'LLED PLUS ALREADY BILLED PLUS NOT BILLED'.
       01  BILL-DOLLARS-OOB-LINE.
                03  FILLER                 PIC X(46)      VALUE
                    'OUT OF BALANCE - DOLLARS BILLED DO NOT MATCH T'.
                03  FILLER                 PIC X(25)      VALUE
                    'HE CHGHIST INCREASE'.
      **************************************************************
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
                ACCEPT RUN-DATE FROM DATE YYYYMMDD.
                PERFORM 0100-CHECK-RUN-LEDGER.
                PERFORM 3000-LOAD-RATE-FILE.
                PERFORM 3100-LOAD-INSTR-TABLE.
                OPEN OUTPUT NEW-BILLED.
                PERFORM 3200-COPY-BILLED-LEDGER.
                PERFORM 3300-LOAD-ROSTER-TABLE.
                OPEN INPUT STUMAST-FILE
                     OLD-CHGHIST.
                OPEN OUTPUT NEW-CHGHIST
                     PRNT-FILE.
                PERFORM 8000-PRINT-HEADINGS.
                PERFORM 2022-READ-OLD-CHGHIST.
                PERFORM 2000-READ-STUMAST.
                PERFORM 1000-BILL-ONE-STUDENT
                    UNTIL EOF-S = 1.
                PERFORM 2025-CARRY-FORWARD-CHGHIST
                    UNTIL OLD-CH-KEY = HIGH-KEY.
                PERFORM 1800-FLAG-STUDENT-NOT-FOUND
                    VARYING RB-SUB FROM 1 BY 1
                    UNTIL RB-SUB > RB-COUNT.
                PERFORM 8500-BILLING-TOTALS.
                CLOSE STUMAST-FILE
                      OLD-CHGHIST
                      NEW-CHGHIST
                      NEW-BILLED
                      PRNT-FILE.
                PERFORM 7800-POST-RUN-LEDGER.
                STOP RUN.
      **************************************************************
      *   CHECKS THE RUN-CONTROL LEDGER BEFORE ANYTHING IS OPENED - *
      *   EVERY LEDGERED INPUT MUST BE THE GENERATION THE LAST      *
      *   STEP TO WRITE IT PRODUCED, OR THE VERY COPY THIS STEP     *
      *   ALREADY READ WHEN THIS IS A RERUN OF A STEP WHOSE OUTPUT  *
      *   WAS NEVER PROMOTED - AND THEN FOR EVERY MASTER THIS STEP  *
      *   UPDATES, NOT JUST SOME.  A MASTER NEVER YET WRITTEN UNDER *
      *   THE LEDGER IS TAKEN AS GENERATION ZERO                    *
      **************************************************************
       0100-CHECK-RUN-LEDGER.
                ACCEPT LEDGER-TIME FROM TIME.
                PERFORM 0105-CLEAR-GEN-ENTRY
                    VARYING GEN-SUB FROM 1 BY 1
                    UNTIL GEN-SUB > GEN-COUNT.
                MOVE 'STUMAST'  TO GEN-FILE(1).
                MOVE 'I'        TO GEN-USE(1).
                MOVE 'CHGHIST'  TO GEN-FILE(2).
                MOVE 'U'        TO GEN-USE(2).
                MOVE 'TUITBILL' TO GEN-FILE(3).
                MOVE 'U'        TO GEN-USE(3).
                OPEN INPUT LEDGER-FILE.
                PERFORM 0110-READ-LEDGER.
                PERFORM 0120-NOTE-LEDGER-ENTRY
                    UNTIL EOF-LG = 1.
                CLOSE LEDGER-FILE.
                PERFORM 0240-FINGERPRINT-STUMAST.
                PERFORM 0220-FINGERPRINT-CHGHIST.
                PERFORM 0260-FINGERPRINT-TUITBILL.
                PERFORM 0130-CHECK-ONE-INPUT
                    VARYING GEN-SUB FROM 1 BY 1
                    UNTIL GEN-SUB > GEN-COUNT.
                PERFORM 0150-CHECK-RERUN-SET.
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
                MOVE SPACES TO GEN-MATCH-SW(GEN-SUB).
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
      *   FILE WAS SIMPLY NEVER PROMOTED AND IS BEING REBUILT.      *
      *   HOW EACH MASTER MATCHED IS KEPT FOR 0150, WHICH WILL NOT  *
      *   TAKE A RERUN FOR SOME UPDATED MASTERS AND NOT OTHERS      *
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
                   PERFORM 0137-NOTE-W-MATCH
                ELSE
                IF GEN-W-STEP(GEN-SUB) = LEDGER-STEP
                   AND GEN-R-SEEN(GEN-SUB)
                   AND GEN-CUR-COUNT(GEN-SUB) = GEN-R-COUNT(GEN-SUB)
                   AND GEN-CUR-HASH(GEN-SUB) = GEN-R-HASH(GEN-SUB)
                   AND GEN-CUR-STAMP(GEN-SUB) = GEN-R-STAMP(GEN-SUB)
                   MOVE GEN-R-GEN(GEN-SUB) TO GEN-READ-GEN(GEN-SUB)
                   MOVE 'R' TO GEN-MATCH-SW(GEN-SUB)
                ELSE
                   PERFORM 0140-WRONG-GENERATION.
      **************************************************************
      *   A COPY THAT MATCHES THE LAST GENERATION WRITTEN CAN ALSO  *
      *   BE THE VERY COPY THIS STEP READ LAST TIME, WHEN ITS RUN   *
      *   LEFT THE MASTER UNCHANGED - SUCH A MASTER FITS A RERUN    *
      *   AND A FRESH RUN ALIKE                                     *
      **************************************************************
       0137-NOTE-W-MATCH.
                MOVE 'W' TO GEN-MATCH-SW(GEN-SUB).
                IF GEN-W-STEP(GEN-SUB) = LEDGER-STEP
                   AND GEN-R-SEEN(GEN-SUB)
                   AND GEN-CUR-COUNT(GEN-SUB) = GEN-R-COUNT(GEN-SUB)
                   AND GEN-CUR-HASH(GEN-SUB) = GEN-R-HASH(GEN-SUB)
                   AND GEN-CUR-STAMP(GEN-SUB) = GEN-R-STAMP(GEN-SUB)
                   MOVE 'B' TO GEN-MATCH-SW(GEN-SUB).
      **************************************************************
      *   THE INPUT IS NOT THE GENERATION THE PREVIOUS STEP WROTE - *
      *   USUALLY ITS NEW FILE WAS NEVER COPIED OVER THE MASTER, OR *
      *   WAS COPIED TWICE.  THE REFUSAL GOES ON THE LEDGER SO THE  *
      *   NIGHT'S INQUIRY SHOWS WHERE THE STREAM BROKE              *
      **************************************************************
       0140-WRONG-GENERATION.
                DISPLAY 'TUIT5 - ' GEN-FILE(GEN-SUB)
                        ' IS NOT GENERATION ' GEN-W-GEN(GEN-SUB)
                        ' WRITTEN BY ' GEN-W-STEP(GEN-SUB)
                        ' ON ' GEN-W-DATE(GEN-SUB).
                DISPLAY 'TUIT5 - COPY THE NEW FILE FROM '
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
      *   THE RERUN EXCEPTION HOLDS FOR ALL OF THIS STEP'S UPDATED  *
      *   MASTERS OR FOR NONE.  WHEN ONE STILL HOLDS THE COPY THIS  *
      *   STEP READ LAST TIME WHILE ANOTHER ALREADY HOLDS WHAT IT   *
      *   WROTE, ONLY PART OF THE LAST RUN'S OUTPUT WAS PROMOTED -  *
      *   REBUILDING FROM THAT MIX WOULD APPLY THE RUN TWICE TO ONE *
      *   MASTER AND ONCE TO THE OTHER, SO THE STEP STOPS, NAMING   *
      *   THE MASTER STILL WAITING FOR ITS NEW FILE                 *
      **************************************************************
       0150-CHECK-RERUN-SET.
                MOVE 0 TO GEN-W-ONLY-CT.
                MOVE 0 TO GEN-R-ONLY-CT.
                PERFORM 0155-COUNT-ONE-MATCH
                    VARYING GEN-SUB FROM 1 BY 1
                    UNTIL GEN-SUB > GEN-COUNT.
                IF GEN-W-ONLY-CT > 0
                   AND GEN-R-ONLY-CT > 0
                   DISPLAY 'TUIT5 - ONLY PART OF THE LAST TUIT5 '
                           'RUN WAS PROMOTED'
                   PERFORM 0160-REFUSE-PART-PROMOTED
                       VARYING GEN-SUB FROM 1 BY 1
                       UNTIL GEN-SUB > GEN-COUNT.
       0155-COUNT-ONE-MATCH.
                IF GEN-USE(GEN-SUB) = 'U'
                   AND GEN-MATCHED-W(GEN-SUB)
                   ADD 1 TO GEN-W-ONLY-CT.
                IF GEN-USE(GEN-SUB) = 'U'
                   AND GEN-MATCHED-R(GEN-SUB)
                   ADD 1 TO GEN-R-ONLY-CT.
       0160-REFUSE-PART-PROMOTED.
                IF GEN-USE(GEN-SUB) = 'U'
                   AND GEN-MATCHED-R(GEN-SUB)
                   PERFORM 0140-WRONG-GENERATION.
      **************************************************************
      *   FINGERPRINTS THE CHGHIST COPY IN HAND - A CHGHIST         *
      *   GENERATION IS KNOWN BY ITS RECORD COUNT AND A HASH OF     *
      *   EVERY STUDENT ID PLUS EVERY CHARGE AMOUNT ON FILE         *
      **************************************************************
       0220-FINGERPRINT-CHGHIST.
                MOVE 0 TO EOF-LP.
                MOVE 0 TO FP-COUNT.
                MOVE 0 TO FP-HASH.
                OPEN INPUT OLD-CHGHIST.
                PERFORM 0225-READ-CHGHIST-PASS
                    UNTIL EOF-LP = 1.
                CLOSE OLD-CHGHIST.
                MOVE FP-COUNT TO GEN-CUR-COUNT(2).
                MOVE FP-HASH  TO GEN-CUR-HASH(2).
       0225-READ-CHGHIST-PASS.
                READ OLD-CHGHIST INTO CHGHIST-REC
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   PERFORM 0290-HASH-CHGHIST-REC.
      **************************************************************
      *   FINGERPRINTS THE STUMAST COPY IN HAND - A STUMAST         *
      *   GENERATION IS KNOWN BY ITS RECORD COUNT AND A HASH OF     *
      *   EVERY STUDENT ID PLUS EVERY NAME-CHANGE DATE              *
      **************************************************************
       0240-FINGERPRINT-STUMAST.
                MOVE 0 TO EOF-LP.
                MOVE 0 TO FP-COUNT.
                MOVE 0 TO FP-HASH.
                OPEN INPUT STUMAST-FILE.
                PERFORM 0245-READ-STUMAST-PASS
                    UNTIL EOF-LP = 1.
                CLOSE STUMAST-FILE.
                MOVE FP-COUNT TO GEN-CUR-COUNT(1).
                MOVE FP-HASH  TO GEN-CUR-HASH(1).
       0245-READ-STUMAST-PASS.
                READ STUMAST-FILE
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   ADD 1 TO FP-COUNT
                   IF SM-STU-ID NUMERIC
                      AND SM-NAME-DATE NUMERIC
                      ADD SM-STU-ID SM-NAME-DATE TO FP-HASH.
      **************************************************************
      *   FINGERPRINTS THE TUITBILL COPY IN HAND - A TUITBILL       *
      *   GENERATION IS KNOWN BY ITS RECORD COUNT AND A HASH OF     *
      *   EVERY STUDENT ID PLUS EVERY AMOUNT BILLED                 *
      **************************************************************
       0260-FINGERPRINT-TUITBILL.
                MOVE 0 TO EOF-LP.
                MOVE 0 TO FP-COUNT.
                MOVE 0 TO FP-HASH.
                OPEN INPUT OLD-BILLED.
                PERFORM 0265-READ-TUITBILL-PASS
                    UNTIL EOF-LP = 1.
                CLOSE OLD-BILLED.
                MOVE FP-COUNT TO GEN-CUR-COUNT(3).
                MOVE FP-HASH  TO GEN-CUR-HASH(3).
       0265-READ-TUITBILL-PASS.
                READ OLD-BILLED
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   PERFORM 0280-HASH-TUITBILL-REC.
      **************************************************************
      *   ADDS ONE TUITBILL OR CHGHIST RECORD TO THE FINGERPRINT    *
      *   BEING BUILT                                               *
      **************************************************************
       0280-HASH-TUITBILL-REC.
                ADD 1 TO FP-COUNT.
                IF TB-STU-ID NUMERIC
                   AND TB-AMOUNT NUMERIC
                   ADD TB-STU-ID TB-AMOUNT TO FP-HASH.
       0290-HASH-CHGHIST-REC.
                ADD 1 TO FP-COUNT.
                IF CH-STU-ID NUMERIC
                   ADD CH-STU-ID TO FP-HASH.
                IF CH-CHG-COUNT NUMERIC
                   AND CH-CHG-COUNT NOT > 12
                   PERFORM 0295-HASH-ONE-CHARGE
                       VARYING FP-SUB FROM 1 BY 1
                       UNTIL FP-SUB > CH-CHG-COUNT.
       0295-HASH-ONE-CHARGE.
                IF CH-CHG-AMT(FP-SUB) NUMERIC
                   ADD CH-CHG-AMT(FP-SUB) TO FP-HASH.
      **************************************************************
      *   BILLS EVERY PENDING ROSTER SEAT OF THE CURRENT STUDENT   *
      *   ONTO THEIR CHARGE HISTORY.  THE STUDENT'S CHGHIST RECORD *
      *   IS WRITTEN WHEN THEY ALREADY HAD ONE OR WHEN THIS RUN    *
      *   BILLED THEM - A STUDENT WITH NEITHER GETS NO RECORD      *
      **************************************************************
       1000-BILL-ONE-STUDENT.
                PERFORM 2020-MATCH-CHGHIST.
                MOVE 'N' TO STUDENT-BILLED-SW.
                MOVE 0 TO SUM-ACCUM.
                PERFORM 1060-SUM-CHARGES.
                MOVE SUM-ACCUM TO OLD-CHG-SUM.
                PERFORM 1100-CHECK-ONE-ROSTER-SEAT
                    VARYING RB-SUB FROM 1 BY 1
                    UNTIL RB-SUB > RB-COUNT.
                IF STUDENT-BILLED
                   ADD 1 TO STUDENTS-BILLED.
                IF CHGHIST-MATCHED
                   OR STUDENT-BILLED
                   PERFORM 1700-WRITE-CHGHIST.
                PERFORM 2000-READ-STUMAST.
      **************************************************************
      *   TOTALS THE CURRENT CHARGE-HISTORY RECORD INTO SUM-ACCUM  *
      **************************************************************
       1060-SUM-CHARGES.
                PERFORM 1065-ADD-ONE-CHARGE
                    VARYING SUB FROM 1 BY 1
                    UNTIL SUB > CH-CHG-COUNT.
       1065-ADD-ONE-CHARGE.
                ADD CH-CHG-AMT(SUB) TO SUM-ACCUM.
       1100-CHECK-ONE-ROSTER-SEAT.
                IF RB-STU-ID(RB-SUB) = SM-STU-ID
                   AND RB-PENDING(RB-SUB)
                   PERFORM 1200-BILL-ONE-SEAT.
      **************************************************************
      *   BILLS ONE SEAT - UNLESS THE SAME SEAT WAS ALREADY BILLED *
      *   (LISTED TWICE ON THE ROSTER), CANNOT BE PRICED, OR THE   *
      *   STUDENT'S CHARGE HISTORY HAS NO ROOM FOR IT              *
      **************************************************************
       1200-BILL-ONE-SEAT.
                MOVE RB-COURSE(RB-SUB) TO LOOK-COURSE.
                MOVE RB-STU-ID(RB-SUB) TO LOOK-STU-ID.
                PERFORM 1300-FIND-BILLED.
                IF ALREADY-BILLED
                   MOVE 'D' TO RB-STATUS(RB-SUB)
                   ADD 1 TO SECTIONS-PRIOR
                ELSE
                   PERFORM 1400-PRICE-SEAT
                   IF BILL-REASON NOT = SPACES
                      PERFORM 1900-LOG-NOT-BILLED
                   ELSE
                   IF CH-CHG-COUNT NOT < 12
                      MOVE 'CHARGE HISTORY FULL' TO BILL-REASON
                      PERFORM 1900-LOG-NOT-BILLED
                   ELSE
                      PERFORM 1500-POST-TUITION.
      **************************************************************
      *   LOOKS UP LOOK-COURSE/LOOK-STU-ID AMONG THE TERM'S        *
      *   ENROLLMENTS ALREADY BILLED                               *
      **************************************************************
       1300-FIND-BILLED.
                MOVE 'N' TO BL-FOUND-SW.
                PERFORM 1310-CHECK-ONE-BILLED
                    VARYING BL-SUB FROM 1 BY 1
                    UNTIL BL-SUB > BL-COUNT
                    OR ALREADY-BILLED.
       1310-CHECK-ONE-BILLED.
                IF BL-COURSE(BL-SUB) = LOOK-COURSE
                   AND BL-STU-ID(BL-SUB) = LOOK-STU-ID
                   MOVE 'Y' TO BL-FOUND-SW.
      **************************************************************
      *   PRICES THE CURRENT SEAT AT ITS SECTION'S CREDIT HOURS    *
      *   TIMES ITS DEPARTMENT'S RATE (OR THE DEFAULT RATE) INTO   *
      *   BILL-AMT, OR SETS BILL-REASON TO WHY IT CANNOT BE PRICED *
      *   - A SINGLE CHARGE ENTRY HOLDS NO MORE THAN 9999.99       *
      **************************************************************
       1400-PRICE-SEAT.
                MOVE SPACES TO BILL-REASON.
                MOVE 0 TO BILL-AMT.
                PERFORM 1410-FIND-CREDIT-HRS.
                IF NOT INSTR-FOUND
                   MOVE 'SECTION NOT ON INSTR FILE' TO BILL-REASON
                ELSE
                IF FOUND-CREDIT-HRS = 0
                   MOVE 'NO CREDIT HOURS ON INSTR' TO BILL-REASON
                ELSE
                   PERFORM 1420-FIND-RATE
                   IF NOT RATE-FOUND
                      MOVE 'NO TUITION RATE FOR DEPT' TO BILL-REASON
                   ELSE
                      COMPUTE BILL-AMT-WORK =
                              FOUND-CREDIT-HRS * FOUND-RATE
                      IF BILL-AMT-WORK > 9999.99
                         MOVE 'CHARGE OVER 9999.99' TO BILL-REASON
                      ELSE
                         MOVE BILL-AMT-WORK TO BILL-AMT.
       1410-FIND-CREDIT-HRS.
                MOVE 'N' TO IA-FOUND-SW.
                MOVE 0 TO FOUND-CREDIT-HRS.
                PERFORM 1415-CHECK-ONE-INSTR
                    VARYING IA-SUB FROM 1 BY 1
                    UNTIL IA-SUB > IA-COUNT
                    OR INSTR-FOUND.
       1415-CHECK-ONE-INSTR.
                IF IA-COURSE(IA-SUB) = RB-COURSE(RB-SUB)
                   MOVE 'Y' TO IA-FOUND-SW
                   MOVE IA-CREDIT-HRS(IA-SUB) TO FOUND-CREDIT-HRS.
       1420-FIND-RATE.
                MOVE 'N' TO RT-FOUND-SW.
                MOVE 0 TO FOUND-RATE.
                PERFORM 1425-CHECK-ONE-RATE
                    VARYING RT-SUB FROM 1 BY 1
                    UNTIL RT-SUB > RT-COUNT
                    OR RATE-FOUND.
                IF NOT RATE-FOUND
                   AND DEFAULT-RATE-GIVEN
                   MOVE 'Y' TO RT-FOUND-SW
                   MOVE DEFAULT-RATE TO FOUND-RATE.
       1425-CHECK-ONE-RATE.
                IF RT-ABB(RT-SUB) = RB-COURSE(RB-SUB)(1:3)
                   MOVE 'Y' TO RT-FOUND-SW
                   MOVE RT-RATE(RT-SUB) TO FOUND-RATE.
      **************************************************************
      *   APPENDS THE 'T' TUITION CHARGE TO THE STUDENT'S CHARGE   *
      *   HISTORY, RECORDS THE ENROLLMENT ON THE LEDGER SO IT IS   *
      *   NEVER BILLED AGAIN, AND PRINTS THE REGISTER LINE         *
      **************************************************************
       1500-POST-TUITION.
                ADD 1 TO CH-CHG-COUNT.
                MOVE BILL-AMT TO CH-CHG-AMT(CH-CHG-COUNT).
                MOVE 'T'      TO CH-CHG-TYPE(CH-CHG-COUNT).
                MOVE RUN-DATE TO CH-CHG-DATE(CH-CHG-COUNT).
                MOVE 'B' TO RB-STATUS(RB-SUB).
                MOVE 'Y' TO STUDENT-BILLED-SW.
                ADD 1 TO SECTIONS-BILLED.
                ADD BILL-AMT TO DOLLARS-BILLED.
                PERFORM 1550-ADD-TO-DEPT.
                MOVE BILL-TERM         TO TB-TERM.
                MOVE RB-COURSE(RB-SUB) TO TB-COURSE.
                MOVE RB-STU-ID(RB-SUB) TO TB-STU-ID.
                MOVE FOUND-CREDIT-HRS  TO TB-CREDIT-HRS.
                MOVE FOUND-RATE        TO TB-RATE.
                MOVE BILL-AMT          TO TB-AMOUNT.
                MOVE RUN-DATE          TO TB-BILL-DATE.
                WRITE NEW-BILLED-REC FROM BILLED-REC.
                ADD 1 TO BL-COUNT.
                MOVE RB-COURSE(RB-SUB) TO BL-COURSE(BL-COUNT).
                MOVE RB-STU-ID(RB-SUB) TO BL-STU-ID(BL-COUNT).
                MOVE SM-STU-ID         TO TDL-STU-ID.
                MOVE SM-NAME           TO TDL-NAME.
                MOVE RB-COURSE(RB-SUB) TO TDL-COURSE.
                MOVE FOUND-CREDIT-HRS  TO TDL-HRS.
                MOVE FOUND-RATE        TO TDL-RATE.
                MOVE BILL-AMT          TO TDL-AMOUNT.
                WRITE PRNT-REC FROM TUIT-DETAIL-LINE
                    AFTER ADVANCING 1 LINE.
      **************************************************************
      *   ROLLS THE SEAT JUST BILLED INTO ITS DEPARTMENT'S LINE ON *
      *   THE REGISTER                                             *
      **************************************************************
       1550-ADD-TO-DEPT.
                MOVE 'N' TO DT-FOUND-SW.
                PERFORM 1555-CHECK-ONE-DEPT
                    VARYING DT-SUB FROM 1 BY 1
                    UNTIL DT-SUB > DT-COUNT
                    OR DEPT-FOUND.
                IF NOT DEPT-FOUND
                   IF DT-COUNT < 100
                      ADD 1 TO DT-COUNT
                      MOVE RB-COURSE(RB-SUB)(1:3) TO DT-ABB(DT-COUNT)
                      MOVE 0 TO DT-SECTIONS(DT-COUNT)
                      MOVE 0 TO DT-AMOUNT(DT-COUNT)
                      MOVE DT-COUNT TO DT-HIT
                      MOVE 'Y' TO DT-FOUND-SW
                   ELSE
                      MOVE 'Y' TO DT-FULL-SW.
                IF DEPT-FOUND
                   ADD 1 TO DT-SECTIONS(DT-HIT)
                   ADD BILL-AMT TO DT-AMOUNT(DT-HIT).
       1555-CHECK-ONE-DEPT.
                IF DT-ABB(DT-SUB) = RB-COURSE(RB-SUB)(1:3)
                   MOVE DT-SUB TO DT-HIT
                   MOVE 'Y' TO DT-FOUND-SW.
      **************************************************************
      *   WRITES THE STUDENT'S CHARGE-HISTORY RECORD UNDER THEIR   *
      *   CURRENT STUMAST NAME AND ROLLS ITS CHARGE INCREASE INTO  *
      *   THE RECONCILIATION                                       *
      **************************************************************
       1700-WRITE-CHGHIST.
                MOVE SM-NAME   TO CH-NAME.
                MOVE SM-STU-ID TO CH-STU-ID.
                MOVE 0 TO SUM-ACCUM.
                PERFORM 1060-SUM-CHARGES.
                MOVE SUM-ACCUM TO NEW-CHG-SUM.
                ADD NEW-CHG-SUM TO CHARGE-DELTA.
                SUBTRACT OLD-CHG-SUM FROM CHARGE-DELTA.
                WRITE NEW-CHGHIST-REC FROM CHGHIST-REC.
                ADD 1 TO CHG-WRITTEN-CT.
      **************************************************************
      *   A SEAT STILL PENDING ONCE STUMAST IS EXHAUSTED BELONGS   *
      *   TO AN ID THE STUDENT MASTER DOES NOT HOLD                *
      **************************************************************
       1800-FLAG-STUDENT-NOT-FOUND.
                IF RB-PENDING(RB-SUB)
                   MOVE 'STUDENT NOT ON STUMAST' TO BILL-REASON
                   PERFORM 1900-LOG-NOT-BILLED.
       1900-LOG-NOT-BILLED.
                MOVE 'X' TO RB-STATUS(RB-SUB).
                MOVE BILL-REASON TO RB-REASON(RB-SUB).
                ADD 1 TO SECTIONS-NOT-BILLED.
      **************************************************************
      *   READS THE STUDENT MASTER, WHICH MUST BE IN STRICTLY      *
      *   ASCENDING STUDENT-ID ORDER - OUT OF ORDER, THE CHGHIST   *
      *   MATCH WOULD DROP OR MISFILE CHARGE HISTORIES             *
      **************************************************************
       2000-READ-STUMAST.
                READ STUMAST-FILE
                    AT END MOVE 1 TO EOF-S.
                IF EOF-S NOT = 1
                   ADD 1 TO STUMAST-READ
                   IF SM-STU-ID NOT NUMERIC
                      MOVE 0 TO SM-STU-ID.
                IF EOF-S NOT = 1
                   AND SM-STU-ID NOT > PREV-STU-ID
                   DISPLAY 'TUIT5 - STUMAST OUT OF STUDENT ID ORDER AT '
                           SM-STU-ID
                   MOVE 'STUMAST' TO STOP-FILE
                   MOVE 'OUT OF STUDENT ID ORDER' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF EOF-S NOT = 1
                   MOVE SM-STU-ID TO PREV-STU-ID.
      **************************************************************
      *   CARRIES FORWARD ANY OLD CHARGE-HISTORY RECORD FOR AN ID  *
      *   BELOW THIS STUDENT'S, THEN TAKES THIS STUDENT'S OWN      *
      *   RECORD IF THERE IS ONE - OTHERWISE THE STUDENT STARTS    *
      *   WITH AN EMPTY CHARGE HISTORY                             *
      **************************************************************
       2020-MATCH-CHGHIST.
                PERFORM 2025-CARRY-FORWARD-CHGHIST
                    UNTIL OLD-CH-KEY NOT < SM-STU-ID.
                MOVE 'N' TO CH-MATCH-SW.
                IF OLD-CH-KEY = SM-STU-ID
                   MOVE 'Y' TO CH-MATCH-SW
                   MOVE OLD-CHGHIST-REC TO CHGHIST-REC
                   PERFORM 2022-READ-OLD-CHGHIST
                ELSE
                   MOVE SPACES TO CH-NAME
                   MOVE 0 TO CH-CHG-COUNT
                   PERFORM 2030-CLEAR-ONE-CHARGE
                       VARYING SUB FROM 1 BY 1
                       UNTIL SUB > 12.
                IF CH-CHG-COUNT NOT NUMERIC
                   OR CH-CHG-COUNT > 12
                   MOVE 0 TO CH-CHG-COUNT.
       2022-READ-OLD-CHGHIST.
                IF EOF-CH NOT = 1
                   READ OLD-CHGHIST
                       AT END MOVE 1 TO EOF-CH.
                IF EOF-CH = 1
                   MOVE HIGH-KEY TO OLD-CH-KEY
                ELSE
                IF OCH-STU-ID NOT NUMERIC
                   MOVE 0 TO OLD-CH-KEY
                ELSE
                   MOVE OCH-STU-ID TO OLD-CH-KEY.
       2025-CARRY-FORWARD-CHGHIST.
                WRITE NEW-CHGHIST-REC FROM OLD-CHGHIST-REC.
                ADD 1 TO CHG-CARRIED-CT.
                PERFORM 2022-READ-OLD-CHGHIST.
       2030-CLEAR-ONE-CHARGE.
                MOVE 0     TO CH-CHG-AMT(SUB).
                MOVE SPACE TO CH-CHG-TYPE(SUB).
                MOVE 0     TO CH-CHG-DATE(SUB).
      **************************************************************
      *   READS THE TUITRATE CARDS - THE TERM CARD IS REQUIRED,    *
      *   SINCE WITHOUT IT THERE IS NO TELLING WHICH ROSTER SEATS  *
      *   TO BILL; AN UNREADABLE CARD STOPS THE RUN RATHER THAN    *
      *   BILL AT A RATE NOBODY SET                                *
      **************************************************************
       3000-LOAD-RATE-FILE.
                OPEN INPUT RATE-FILE.
                PERFORM 3010-READ-RATE-CARD.
                PERFORM 3020-LOAD-ONE-RATE-CARD
                    UNTIL EOF-P = 1.
                CLOSE RATE-FILE.
                IF NOT TERM-CARD-SEEN
                   DISPLAY 'TUIT5 - NO TERM CARD ON TUITRATE'
                   MOVE 'TUITRATE' TO STOP-FILE
                   MOVE 'NO TERM CARD' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
       3010-READ-RATE-CARD.
                READ RATE-FILE
                    AT END MOVE 1 TO EOF-P.
       3020-LOAD-ONE-RATE-CARD.
                IF RP-TYPE = 'T'
                   PERFORM 3030-LOAD-TERM-CARD
                ELSE
                IF RP-TYPE = 'R'
                   PERFORM 3040-LOAD-RATE-CARD
                ELSE
                   DISPLAY 'TUIT5 - UNKNOWN CARD TYPE ' RP-TYPE
                           ' ON TUITRATE'
                   MOVE 'TUITRATE' TO STOP-FILE
                   MOVE 'UNKNOWN CARD TYPE' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                PERFORM 3010-READ-RATE-CARD.
       3030-LOAD-TERM-CARD.
                IF TERM-CARD-SEEN
                   DISPLAY 'TUIT5 - MORE THAN ONE TERM CARD ON TUITRATE'
                   MOVE 'TUITRATE' TO STOP-FILE
                   MOVE 'MORE THAN ONE TERM CARD' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF RP-TERM = SPACES
                   OR RP-FROM-DATE NOT NUMERIC
                   OR RP-THRU-DATE NOT NUMERIC
                   DISPLAY 'TUIT5 - TERM CARD UNREADABLE'
                   MOVE 'TUITRATE' TO STOP-FILE
                   MOVE 'TERM CARD UNREADABLE' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF RP-FROM-DATE > RP-THRU-DATE
                   DISPLAY 'TUIT5 - TERM CARD FROM DATE AFTER THRU DATE'
                   MOVE 'TUITRATE' TO STOP-FILE
                   MOVE 'TERM FROM AFTER THRU' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                MOVE 'Y' TO TERM-CARD-SW.
                MOVE RP-TERM      TO BILL-TERM.
                MOVE RP-FROM-DATE TO TERM-FROM-DATE.
                MOVE RP-THRU-DATE TO TERM-THRU-DATE.
       3040-LOAD-RATE-CARD.
                IF RP-RATE NOT NUMERIC
                   DISPLAY 'TUIT5 - RATE CARD UNREADABLE FOR DEPT '
                           RP-ABB
                   MOVE 'TUITRATE' TO STOP-FILE
                   MOVE 'RATE CARD UNREADABLE' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF RP-ABB = SPACES
                   MOVE 'Y' TO DEFAULT-RATE-SW
                   MOVE RP-RATE TO DEFAULT-RATE
                ELSE
                IF RT-COUNT NOT < 50
                   DISPLAY 'TUIT5 - MORE THAN 50 DEPARTMENT RATE CARDS'
                   MOVE 'TUITRATE' TO STOP-FILE
                   MOVE 'OVER 50 RATE CARDS' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN
                ELSE
                   ADD 1 TO RT-COUNT
                   MOVE RP-ABB  TO RT-ABB(RT-COUNT)
                   MOVE RP-RATE TO RT-RATE(RT-COUNT).
      **************************************************************
      *   LOADS EACH SECTION'S CREDIT HOURS FROM THE INSTR FILE -  *
      *   A FILE TOO BIG FOR THE TABLE STOPS THE RUN, SINCE THE    *
      *   SECTIONS LEFT OUT WOULD BE REPORTED AS UNPRICEABLE RUN   *
      *   AFTER RUN                                                *
      **************************************************************
       3100-LOAD-INSTR-TABLE.
                OPEN INPUT INSTR-FILE.
                PERFORM 3110-READ-INSTR.
                PERFORM 3120-LOAD-ONE-INSTR
                    UNTIL EOF-A = 1.
                CLOSE INSTR-FILE.
       3110-READ-INSTR.
                READ INSTR-FILE
                    AT END MOVE 1 TO EOF-A.
       3120-LOAD-ONE-INSTR.
                IF IA-COUNT NOT < 500
                   DISPLAY 'TUIT5 - INSTR FILE HOLDS MORE THAN 500 '
                           'SECTIONS'
                   MOVE 'INSTR' TO STOP-FILE
                   MOVE 'OVER 500 SECTIONS' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                ADD 1 TO IA-COUNT.
                MOVE A-COURSE TO IA-COURSE(IA-COUNT).
                IF A-CREDIT-HRS NUMERIC
                   MOVE A-CREDIT-HRS TO IA-CREDIT-HRS(IA-COUNT)
                ELSE
                   MOVE 0 TO IA-CREDIT-HRS(IA-COUNT).
                PERFORM 3110-READ-INSTR.
      **************************************************************
      *   COPIES THE WHOLE TUITION LEDGER TO TUITBILL-NEW, AHEAD   *
      *   OF THIS RUN'S OWN ENTRIES, AND REMEMBERS THE ENROLLMENTS *
      *   ALREADY BILLED FOR THE TERM BEING BILLED                 *
      **************************************************************
       3200-COPY-BILLED-LEDGER.
                OPEN INPUT OLD-BILLED.
                PERFORM 3210-READ-BILLED.
                PERFORM 3220-COPY-ONE-BILLED
                    UNTIL EOF-B = 1.
                CLOSE OLD-BILLED.
       3210-READ-BILLED.
                READ OLD-BILLED
                    AT END MOVE 1 TO EOF-B.
       3220-COPY-ONE-BILLED.
                WRITE NEW-BILLED-REC FROM BILLED-REC.
                ADD 1 TO LEDGER-CARRIED.
                IF TB-TERM = BILL-TERM
                   PERFORM 3230-REMEMBER-BILLED.
                PERFORM 3210-READ-BILLED.
       3230-REMEMBER-BILLED.
                IF BL-COUNT NOT < 2000
                   DISPLAY 'TUIT5 - MORE THAN 2000 ENROLLMENTS ALREADY '
                           'BILLED FOR TERM ' BILL-TERM
                   MOVE 'TUITBILL' TO STOP-FILE
                   MOVE 'OVER 2000 ALREADY BILLED' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                ADD 1 TO BL-COUNT.
                MOVE TB-COURSE TO BL-COURSE(BL-COUNT).
                IF TB-STU-ID NUMERIC
                   MOVE TB-STU-ID TO BL-STU-ID(BL-COUNT)
                ELSE
                   MOVE 0 TO BL-STU-ID(BL-COUNT).
      **************************************************************
      *   LOADS THE TERM'S ROSTER SEATS.  A SEAT WITH NO STUDENT   *
      *   ID CANNOT BE BILLED TO ANYBODY; A SEAT ALREADY ON THE    *
      *   LEDGER IS MARKED ALREADY BILLED; EVERY OTHER SEAT WAITS  *
      *   FOR ITS STUDENT TO COME UP ON STUMAST.  A ROSTER TOO BIG *
      *   FOR THE TABLE STOPS THE RUN - THE CURE IS A HISTARCH     *
      *   'ROST' RUN TO ROLL PAST TERMS OFF TO THE ARCHIVE         *
      **************************************************************
       3300-LOAD-ROSTER-TABLE.
                OPEN INPUT ROSTER-FILE.
                PERFORM 3310-READ-ROSTER.
                PERFORM 3320-LOAD-ONE-ROSTER
                    UNTIL EOF-R = 1.
                CLOSE ROSTER-FILE.
       3310-READ-ROSTER.
                READ ROSTER-FILE
                    AT END MOVE 1 TO EOF-R.
                IF EOF-R NOT = 1
                   ADD 1 TO ROSTER-READ
                   IF E-STU-ID NOT NUMERIC
                      MOVE 0 TO E-STU-ID.
                IF EOF-R NOT = 1
                   AND E-DATE NOT NUMERIC
                   MOVE 0 TO E-DATE.
       3320-LOAD-ONE-ROSTER.
                IF E-DATE < TERM-FROM-DATE
                   OR E-DATE > TERM-THRU-DATE
                   ADD 1 TO ROSTER-OUT-OF-TERM
                ELSE
                   PERFORM 3330-LOAD-TERM-SEAT.
                PERFORM 3310-READ-ROSTER.
       3330-LOAD-TERM-SEAT.
                IF RB-COUNT NOT < 2000
                   DISPLAY 'TUIT5 - MORE THAN 2000 ROSTER SEATS IN '
                           'TERM ' BILL-TERM
                   MOVE 'ROSTER' TO STOP-FILE
                   MOVE 'OVER 2000 TERM SEATS' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                ADD 1 TO ROSTER-IN-TERM.
                ADD 1 TO RB-COUNT.
                MOVE E-COURSE TO RB-COURSE(RB-COUNT).
                MOVE E-STU-ID TO RB-STU-ID(RB-COUNT).
                MOVE E-NAME   TO RB-NAME(RB-COUNT).
                MOVE SPACES   TO RB-REASON(RB-COUNT).
                MOVE E-COURSE TO LOOK-COURSE.
                MOVE E-STU-ID TO LOOK-STU-ID.
                PERFORM 1300-FIND-BILLED.
                IF E-STU-ID = 0
                   MOVE 'X' TO RB-STATUS(RB-COUNT)
                   MOVE 'NO STUDENT ID' TO RB-REASON(RB-COUNT)
                   ADD 1 TO SECTIONS-NOT-BILLED
                ELSE
                IF ALREADY-BILLED
                   MOVE 'D' TO RB-STATUS(RB-COUNT)
                   ADD 1 TO SECTIONS-PRIOR
                ELSE
                   MOVE 'P' TO RB-STATUS(RB-COUNT).
      **************************************************************
      *   RECORDS THIS RUN ON THE RUN-CONTROL LEDGER - THE STEP,    *
      *   EVERY GENERATION READ AND WRITTEN, AND THE CONTROL        *
      *   TOTALS - ONLY ONCE EVERYTHING ELSE HAS CLOSED CLEANLY     *
      **************************************************************
       7800-POST-RUN-LEDGER.
                PERFORM 7830-FINGERPRINT-NEW-CHGHIST.
                PERFORM 7850-FINGERPRINT-NEW-TUITBILL.
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
                MOVE 'ROSTER SEATS IN TERM' TO LEDGER-TOTAL-NAME.
                MOVE ROSTER-IN-TERM TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'SECTIONS BILLED' TO LEDGER-TOTAL-NAME.
                MOVE SECTIONS-BILLED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'SECTIONS ALREADY BILLED' TO LEDGER-TOTAL-NAME.
                MOVE SECTIONS-PRIOR TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'SECTIONS NOT BILLED' TO LEDGER-TOTAL-NAME.
                MOVE SECTIONS-NOT-BILLED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'STUDENTS BILLED' TO LEDGER-TOTAL-NAME.
                MOVE STUDENTS-BILLED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'DOLLARS BILLED' TO LEDGER-TOTAL-NAME.
                MOVE DOLLARS-BILLED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'CHGHIST CHARGE INCREASE' TO LEDGER-TOTAL-NAME.
                MOVE CHARGE-DELTA TO LEDGER-TOTAL-VALUE.
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
      *   FINGERPRINTS CHGHIST-NEW AS IT WAS ACTUALLY WRITTEN, THE  *
      *   SAME WAY THE NEXT STEP WILL FINGERPRINT IT AS CHGHIST     *
      **************************************************************
       7830-FINGERPRINT-NEW-CHGHIST.
                MOVE 0 TO EOF-LP.
                MOVE 0 TO FP-COUNT.
                MOVE 0 TO FP-HASH.
                OPEN INPUT NEW-CHGHIST.
                PERFORM 7835-READ-NEW-CHGHIST-PASS
                    UNTIL EOF-LP = 1.
                CLOSE NEW-CHGHIST.
                MOVE FP-COUNT TO GEN-NEW-COUNT(2).
                MOVE FP-HASH  TO GEN-NEW-HASH(2).
       7835-READ-NEW-CHGHIST-PASS.
                READ NEW-CHGHIST INTO CHGHIST-REC
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   PERFORM 0290-HASH-CHGHIST-REC.
      **************************************************************
      *   FINGERPRINTS TUITBILL-NEW AS IT WAS ACTUALLY WRITTEN      *
      **************************************************************
       7850-FINGERPRINT-NEW-TUITBILL.
                MOVE 0 TO EOF-LP.
                MOVE 0 TO FP-COUNT.
                MOVE 0 TO FP-HASH.
                OPEN INPUT NEW-BILLED.
                PERFORM 7855-READ-NEW-TUITBILL-PASS
                    UNTIL EOF-LP = 1.
                CLOSE NEW-BILLED.
                MOVE FP-COUNT TO GEN-NEW-COUNT(3).
                MOVE FP-HASH  TO GEN-NEW-HASH(3).
       7855-READ-NEW-TUITBILL-PASS.
                READ NEW-BILLED INTO BILLED-REC
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   PERFORM 0280-HASH-TUITBILL-REC.
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
      *   STOPS THE RUN COLD - CHGHIST-NEW AND TUITBILL-NEW FROM   *
      *   AN ABORTED RUN MUST NEVER BE COPIED OVER THE LIVE FILES  *
      **************************************************************
       9999-ABORT-RUN.
                IF NOT STOP-RECORDED
                   PERFORM 9990-RECORD-STOP.
                DISPLAY 'TUIT5 - RUN STOPPED - DO NOT PROMOTE CHGHIST-'
                        'NEW OR TUITBILL-NEW'.
                STOP RUN.
      **************************************************************
      *   PRINTS THE REGISTER HEADING AND COLUMN HEADINGS AHEAD OF *
      *   THE BILLED SECTIONS                                      *
      **************************************************************
       8000-PRINT-HEADINGS.
                MOVE BILL-TERM TO TH-TERM.
                MOVE RUN-DATE  TO TH-DATE.
                WRITE PRNT-REC FROM TUIT-HEADING
                    AFTER ADVANCING PAGE.
                MOVE TERM-FROM-DATE TO TT-FROM.
                MOVE TERM-THRU-DATE TO TT-THRU.
                WRITE PRNT-REC FROM TUIT-TERM-LINE
                    AFTER ADVANCING 1 LINE.
                WRITE PRNT-REC FROM TUIT-COL-HEADING
                    AFTER ADVANCING 2 LINES.
                MOVE SPACES TO PRNT-REC.
                WRITE PRNT-REC
                    AFTER ADVANCING 1 LINE.
      **************************************************************
      *   PRINTS THE SEATS LEFT UNBILLED, THE DOLLARS BY           *
      *   DEPARTMENT AND THE CONTROL TOTALS, WITH AN OUT-OF-       *
      *   BALANCE LINE FOR EITHER PROOF THAT FAILS                 *
      **************************************************************
       8500-BILLING-TOTALS.
                IF SECTIONS-NOT-BILLED > 0
                   WRITE PRNT-REC FROM NOT-BILLED-HEADING
                       AFTER ADVANCING 3 LINES
                   PERFORM 8510-PRINT-NOT-BILLED
                       VARYING RB-SUB FROM 1 BY 1
                       UNTIL RB-SUB > RB-COUNT.
                IF DT-COUNT > 0
                   WRITE PRNT-REC FROM DEPT-HEADING
                       AFTER ADVANCING 3 LINES
                   WRITE PRNT-REC FROM DEPT-COL-HEADING
                       AFTER ADVANCING 2 LINES
                   PERFORM 8520-PRINT-DEPT-LINE
                       VARYING DT-SUB FROM 1 BY 1
                       UNTIL DT-SUB > DT-COUNT.
                IF DEPT-TABLE-FULL
                   WRITE PRNT-REC FROM DEPT-FULL-LINE
                       AFTER ADVANCING 2 LINES.
                MOVE ROSTER-READ         TO BL1-READ.
                WRITE PRNT-REC FROM BILL-LINE1
                    AFTER ADVANCING 3 LINES.
                MOVE ROSTER-OUT-OF-TERM  TO BL2-OUT.
                WRITE PRNT-REC FROM BILL-LINE2
                    AFTER ADVANCING 1 LINE.
                MOVE ROSTER-IN-TERM      TO BL3-IN.
                WRITE PRNT-REC FROM BILL-LINE3
                    AFTER ADVANCING 1 LINE.
                MOVE SECTIONS-BILLED     TO BL4-BILLED.
                WRITE PRNT-REC FROM BILL-LINE4
                    AFTER ADVANCING 1 LINE.
                MOVE SECTIONS-PRIOR      TO BL5-PRIOR.
                WRITE PRNT-REC FROM BILL-LINE5
                    AFTER ADVANCING 1 LINE.
                MOVE SECTIONS-NOT-BILLED TO BL6-NOT-BILLED.
                WRITE PRNT-REC FROM BILL-LINE6
                    AFTER ADVANCING 1 LINE.
                MOVE STUDENTS-BILLED     TO BL7-STUDENTS.
                WRITE PRNT-REC FROM BILL-LINE7
                    AFTER ADVANCING 1 LINE.
                MOVE DOLLARS-BILLED      TO BL8-DOLLARS.
                WRITE PRNT-REC FROM BILL-LINE8
                    AFTER ADVANCING 1 LINE.
                MOVE CHARGE-DELTA        TO BL9-DELTA.
                WRITE PRNT-REC FROM BILL-LINE9
                    AFTER ADVANCING 1 LINE.
                MOVE CHG-CARRIED-CT      TO BL10-CARRIED.
                WRITE PRNT-REC FROM BILL-LINE10
                    AFTER ADVANCING 1 LINE.
                MOVE CHG-WRITTEN-CT      TO BL11-WRITTEN.
                WRITE PRNT-REC FROM BILL-LINE11
                    AFTER ADVANCING 1 LINE.
                MOVE LEDGER-CARRIED      TO BL12-LEDGER.
                WRITE PRNT-REC FROM BILL-LINE12
                    AFTER ADVANCING 1 LINE.
                IF ROSTER-IN-TERM NOT = SECTIONS-BILLED
                                        + SECTIONS-PRIOR
                                        + SECTIONS-NOT-BILLED
                   WRITE PRNT-REC FROM BILL-SEATS-OOB-LINE
                       AFTER ADVANCING 2 LINES.
                IF DOLLARS-BILLED NOT = CHARGE-DELTA
                   WRITE PRNT-REC FROM BILL-DOLLARS-OOB-LINE
                       AFTER ADVANCING 2 LINES.
       8510-PRINT-NOT-BILLED.
                IF RB-NOT-BILLED(RB-SUB)
                   MOVE RB-STU-ID(RB-SUB) TO NBL-STU-ID
                   MOVE RB-NAME(RB-SUB)   TO NBL-NAME
                   MOVE RB-COURSE(RB-SUB) TO NBL-COURSE
                   MOVE RB-REASON(RB-SUB) TO NBL-REASON
                   WRITE PRNT-REC FROM NOT-BILLED-LINE
                       AFTER ADVANCING 1 LINE.
       8520-PRINT-DEPT-LINE.
                MOVE DT-ABB(DT-SUB)      TO DL-ABB.
                MOVE DT-SECTIONS(DT-SUB) TO DL-SECTIONS.
                MOVE DT-AMOUNT(DT-SUB)   TO DL-AMOUNT.
                WRITE PRNT-REC FROM DEPT-LINE
                    AFTER ADVANCING 1 LINE.
