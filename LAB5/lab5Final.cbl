            SELECT INPUT-FILE   ASSIGN TO 'COB1-EMPLOYEE'.
            SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST'.
            SELECT OPTIONAL CHGHIST-FILE ASSIGN TO 'CHGHIST'.
            SELECT OPTIONAL DISBHIST-FILE ASSIGN TO 'DISBHIST'.
            SELECT OPTIONAL PAYPLAN-FILE ASSIGN TO 'PAYPLAN'.
            SELECT OPTIONAL BALSPLIT-FILE ASSIGN TO 'BALSPLIT'.
            SELECT PRNT-FILE    ASSIGN TO 'UR-S-PRNT'.
            SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'RUNLEDG'.

      *deleted EJECT from here
       DATA DIVISION.
                03  I-NAME                   PIC X(20).
                03  I-DEGREE                 PIC X(4).
                03  I-YEAR                   PIC X(4).
      *      I-LOAN IS THE OLD ONE-FIELD LOAN AMOUNT.  WHAT WAS
      *      LENT NOW COMES FROM THE DISBHIST DISBURSEMENT HISTORY;
      *      I-LOAN ONLY STILL COUNTS FOR A STUDENT WITH NO DISBHIST
      *      RECORD YET.
                03  I-LOAN                   PIC 9(5)V99.
      *      I-PAID1-I-PAID4 ARE THE ORIGINAL FOUR-PAYMENT FIELDS.
      *      A STUDENT ISN'T BACKFILLED ONTO PAYHIST-FILE JUST BY
                03  I-PAID2                  PIC 9(4)V99.
                03  I-PAID3                  PIC 9(4)V99.
                03  I-PAID4                  PIC 9(4)V99.
      *      PERMANENT STUDENT ID FROM THE STUMAST STUDENT MASTER -
      *      THE KEY PAYHIST, CHGHIST, PAYPLAN AND DISBHIST ARE
      *      MATCHED ON.
      *      THE FILE IS IN ASCENDING STUDENT-ID ORDER; ZERO MEANS
      *      THE STUDENT WAS NEVER RESOLVED AND MATCHES NOTHING.
                03  I-STU-ID                 PIC 9(7).

       FD  PAYHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      PAYMENT-HISTORY RECORD, MATCHED TO INPUT-FILE ON THE   *
      *      STUDENT ID - BOTH FILES IN ASCENDING ID ORDER, AND A   *
      *      STUDENT WITH NO RECORD SIMPLY HAS NO PAYMENT HISTORY   *
      *      (SEE 2010-MATCH-PAYHIST).  PH-PAID-COUNT               *
      *      TELLS HOW MANY OF PH-PAID-AMT ARE PRESENT ON THIS      *
      *      STUDENT'S RECORD - NOT LIMITED TO 4.  THE SLOTS ARE A  *
      *      FIXED OCCURS ON DISK (UNUSED SLOTS ARE JUST ZEROS);    *
      *      THE OLD LAYOUT WITHOUT THIS DATE MUST BE CONVERTED
      *      ONCE WITH PHCONV BEFORE IT IS READ HERE.
                03  PH-LAST-PAID-DATE        PIC 9(8).
      *      PERMANENT STUDENT ID, ADDED WITH LAYOUT VERSION 03 -
      *      A LAYOUT-02 MASTER IS STAMPED ONCE BY STUCONV.
                03  PH-STU-ID                PIC 9(7).

       FD  CHGHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      CHARGE-HISTORY RECORD, MATCHED TO INPUT-FILE ON THE   *
      *      STUDENT ID THE SAME WAY PAYHIST IS, WRITTEN BY THE    *
      *      ASSESS5 MONTHLY ASSESSMENT RUN.  EACH CHARGE IS A     *
      *      DATED ENTRY WITH ITS OWN TYPE - 'I' MONTHLY INTEREST, *
      *      'L' LATE FEE, 'T' TUITION POSTED BY THE TUIT5 BILLING *
      *      RUN - KEPT APART FROM THE PAYMENTS ON PAYHIST.        *
      *      CHARGES ADD TO WHAT THE STUDENT OWES, SO              *
      *      BALANCE IS TOTAL DISBURSED PLUS CHARGES LESS          *
      *      PAYMENTS.  A                                          *
      *      STUDENT WITH NO CHGHIST RECORD YET (OR A SHOP THAT    *
      *      HAS NEVER RUN ASSESS5) SIMPLY CARRIES ZERO CHARGES    *
      **************************************************************
                    05  CH-CHG-AMT           PIC 9(4)V99.
                    05  CH-CHG-TYPE          PIC X.
                    05  CH-CHG-DATE          PIC 9(8).
                03  CH-STU-ID                PIC 9(7).

       FD  PAYPLAN-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      PAYMENT-PLAN RECORD, KEYED BY STUDENT ID AND MATCHED  *
      *      TO INPUT-FILE THE SAME WAY PAYHIST IS - THE MONTHLY   *
      *      AMOUNT AND START DATE THE STUDENT ACTUALLY AGREED     *
      *      WITH THE BURSAR.  A ZERO                              *
      *      MONTHLY AMOUNT (OR A STUDENT WITH NO RECORD) MEANS NO *
      *      PLAN - THE PROJECTION FALLS BACK TO THE STANDARD      *
      *      MONTHLY PAYMENT AND NO COMPLIANCE CHECK IS MADE       *
                03  PL-NAME                  PIC X(20).
                03  PL-MONTHLY               PIC 9(4)V99.
                03  PL-START-DATE            PIC 9(8).
                03  PL-STU-ID                PIC 9(7).

       FD  DISBHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      DISBURSEMENT-HISTORY RECORD, MATCHED TO INPUT-FILE ON *
      *      THE STUDENT ID THE SAME WAY PAYHIST IS, WRITTEN BY    *
      *      THE DISB5 POSTING RUN.  EVERY LOAN DISBURSEMENT IS A  *
      *      DATED ENTRY WITH ITS TERM - 'D' DISBURSED, 'C'        *
      *      DISBURSED THEN CANCELLED (COUNTS AS NOTHING), 'R'     *
      *      FUNDS RETURNED - SO WHAT WAS LENT IS THE 'D' ENTRIES  *
      *      LESS THE 'R' ENTRIES.  THAT TOTAL DISBURSED REPLACES  *
      *      THE OLD ONE-FIELD I-LOAN; A STUDENT WITH NO DISBHIST  *
      *      RECORD YET IS STILL CARRIED ON I-LOAN.  THE MASTER    *
      *      ENDS WITH A CONTROL TRAILER, PROVED LIKE PAYHIST'S    *
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

       FD  BALSPLIT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      BALANCE-SPLIT RECORD, MATCHED TO INPUT-FILE ON THE    *
      *      STUDENT ID THE SAME WAY PAYHIST IS, WRITTEN BY THE    *
      *      ASSESS5 MONTHLY ASSESSMENT RUN.  IT CARRIES THE       *
      *      STUDENT'S BALANCE IN THREE PARTS - PRINCIPAL,         *
      *      INTEREST AND LATE FEES OUTSTANDING - AS AT THAT RUN,  *
      *      WITH HOW MUCH OF EACH KIND HAD BEEN BILLED AND PAID.  *
      *      1740-SPLIT-BALANCE BRINGS IT UP TO DATE FOR ANYTHING  *
      *      POSTED SINCE, APPLYING NEW PAYMENTS TO FEES, THEN     *
      *      INTEREST, THEN PRINCIPAL EXACTLY AS ASSESS5 DOES.     *
      *      BS-PRIN-WOFF IS THE PRINCIPAL ADJ5 HAS WRITTEN OFF AS *
      *      BAD DEBT, WHICH COMES OFF THE BALANCE.  A STUDENT     *
      *      WITH NO BALSPLIT RECORD YET (OR A SHOP THAT HAS NEVER *
      *      RUN ASSESS5) IS SPLIT FROM SCRATCH                    *
      **************************************************************
       01  BALSPLIT-REC.
                03  BS-NAME                  PIC X(20).
                03  BS-PRIN-OUT              PIC S9(6)V99.
                03  BS-INT-OUT               PIC S9(6)V99.
                03  BS-FEE-OUT               PIC S9(6)V99.
                03  BS-PRIN-BILLED           PIC S9(7)V99.
                03  BS-INT-BILLED            PIC 9(7)V99.
                03  BS-FEE-BILLED            PIC 9(7)V99.
                03  BS-PAID-APPLIED          PIC 9(7)V99.
                03  BS-PRIN-PAID             PIC 9(7)V99.
                03  BS-INT-PAID              PIC 9(7)V99.
                03  BS-FEE-PAID              PIC 9(7)V99.
                03  BS-INT-YEAR              PIC 9(4).
                03  BS-INT-YTD               PIC 9(6)V99.
                03  BS-PRIOR-YEAR            PIC 9(4).
                03  BS-INT-PRIOR             PIC 9(6)V99.
                03  BS-PRIN-WOFF             PIC 9(7)V99.
                03  BS-STU-ID                PIC 9(7).

      *deleted SKIP2 from here
       FD  PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRNT-REC                   PIC X(165).

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
      *      TOTAL, CHG-TOTAL, DISB-TOTAL AND BALANCE ARE A DIGIT
      *      WIDER THAN I-LOAN - TWELVE FULL PAYMENT SLOTS, A RUN OF
      *      ASSESSED CHARGES OR SEVERAL TERMS OF DISBURSEMENTS CAN
      *      PUSH PAST 99,999.99, AND ASSESS5 FIGURES THE SAME
      *      DISBURSED-PLUS-CHARGES-LESS-PAYMENTS BALANCE AT THIS
      *      WIDTH - THE TWO PROGRAMS MUST NEVER DISAGREE ON THE SAME
      *      STUDENT
       01 MISC.
                03 LINE-COUNT           PIC 99          VALUE 0.
                03 TOTAL              PIC 9(6)V99     VALUE 0.
                03 CHG-TOTAL            PIC 9(6)V99     VALUE 0.
                03 DISB-TOTAL           PIC S9(6)V99    VALUE 0.
                03 BALANCE              PIC S9(6)V99     VALUE 0.
                03 SUB                  PIC 99          VALUE 0.
                03 SUB2                 PIC 99          VALUE 0.
                          OCCURS 1 TO 12 TIMES
                          DEPENDING ON PAY-COUNT.
      **************************************************************
      *    THE CURRENT STUDENT'S BALANCE SPLIT - PRINCIPAL,         *
      *    INTEREST AND FEES OWED, WHAT OF EACH KIND HAS BEEN       *
      *    BILLED AND PAID, AND WHAT HAD BEEN PAID IN ALL - TAKEN   *
      *    FROM THEIR BALSPLIT RECORD AND BROUGHT UP TO DATE.  THE  *
      *    THREE -OUT FIELDS ALWAYS ADD UP TO BALANCE; A CREDIT     *
      *    BALANCE SHOWS AS NEGATIVE PRINCIPAL                      *
      **************************************************************
       01 SPLIT-WORK.
                03 SP-PRIN-OUT          PIC S9(6)V99    VALUE 0.
                03 SP-INT-OUT           PIC S9(6)V99    VALUE 0.
                03 SP-FEE-OUT           PIC S9(6)V99    VALUE 0.
                03 SP-PRIN-BILLED       PIC S9(7)V99    VALUE 0.
                03 SP-INT-BILLED        PIC 9(7)V99     VALUE 0.
                03 SP-FEE-BILLED        PIC 9(7)V99     VALUE 0.
                03 SP-PAID-APPLIED      PIC 9(7)V99     VALUE 0.
                03 SP-PRIN-PAID         PIC 9(7)V99     VALUE 0.
                03 SP-INT-PAID          PIC 9(7)V99     VALUE 0.
                03 SP-FEE-PAID          PIC 9(7)V99     VALUE 0.
                03 SP-PRIN-WOFF         PIC 9(7)V99     VALUE 0.
                03 CHG-INT-TOTAL        PIC 9(6)V99     VALUE 0.
                03 CHG-FEE-TOTAL        PIC 9(6)V99     VALUE 0.
                03 CHG-PRIN-TOTAL       PIC 9(6)V99     VALUE 0.
                03 PRIN-BILLED-NOW      PIC S9(7)V99    VALUE 0.
                03 NEW-PAID             PIC S9(7)V99    VALUE 0.
                03 APPLY-LEFT           PIC 9(7)V99     VALUE 0.
                03 APPLY-AMT            PIC 9(7)V99     VALUE 0.
      **************************************************************
      *    END-OF-REPORT GRAND TOTALS, ACCUMULATED ACROSS ALL       *
      *    STUDENTS AND PRINTED ONCE AFTER THE LAST STUDENT          *
      **************************************************************
       01 REPORT-TOTALS.
                03 GRAND-PAID           PIC 9(7)V99     VALUE 0.
                03 GRAND-BALANCE        PIC S9(7)V99    VALUE 0.
                03 GRAND-PRIN           PIC S9(7)V99    VALUE 0.
                03 GRAND-INT            PIC S9(7)V99    VALUE 0.
                03 GRAND-FEES           PIC S9(7)V99    VALUE 0.
                03 STUDENTS-LISTED      PIC 9(5)        VALUE 0.
      **************************************************************
      *    EXCEPTION TABLE OF STUDENTS WHO HAVE OVERPAID THEIR      *
      *    LOAN (NEGATIVE BALANCE) - LISTED ONCE AT END OF REPORT   *
                03  PREV-DEGREE              PIC X(4)      VALUE SPACES.
                03  DEG-PAID                 PIC 9(7)V99   VALUE 0.
                03  DEG-BALANCE              PIC S9(7)V99  VALUE 0.
                03  DEG-PRIN                 PIC S9(7)V99  VALUE 0.
                03  DEG-INT                  PIC S9(7)V99  VALUE 0.
                03  DEG-FEES                 PIC S9(7)V99  VALUE 0.
      **************************************************************
      *    DELINQUENCY AGING - EVERY STUDENT STILL CARRYING A       *
      *    BALANCE IS HELD HERE WITH HOW MANY DAYS IT HAS BEEN      *
            03  P-DEGREE               PIC X(4).
            03  P-YEAR                 PIC X(4).
            03  FILLER                 PIC X(10)      VALUE SPACES.
            03  P-LOAN                 PIC 999999.99.
            03  FILLER                 PIC X(4)      VALUE SPACES.
            03  P-PAID1                PIC 9999.99.
            03  FILLER                 PIC X(5)      VALUE SPACES.
            03  P-PAID2                PIC 9999.99.
            03  FILLER                 PIC X(5)      VALUE SPACES.
            03  P-PAID4                PIC 9999.99.
            03  FILLER                 PIC X(5)      VALUE SPACES.
            03  P-PRIN                 PIC 999999.99-.
            03  FILLER                 PIC X(3)      VALUE SPACES.
            03  P-INT                  PIC 99999.99.
            03  FILLER                 PIC X(3)      VALUE SPACES.
            03  P-FEES                 PIC 99999.99.
            03  FILLER                 PIC X(5)      VALUE SPACES.
            03  P-CREDIT-FLAG          PIC X(14).
      **************************************************************
      *    LAYOUT FOR A CONTINUATION LINE - ADDITIONAL PAYMENTS    *
                03  FILLER                 PIC X(9)       VALUE 'PAID4'.

                03  FILLER                 PIC X(5)       VALUE SPACES.
                03  FILLER                 PIC X(9)       VALUE
                    'PRINCIPAL'.

                03  FILLER                 PIC X(5)       VALUE SPACES.
                03  FILLER                 PIC X(9)       VALUE
                    'INTEREST'.

                03  FILLER                 PIC X(5)       VALUE SPACES.
                03  FILLER                 PIC X(9)       VALUE 'FEES'.

       01 PRINT-FOOTER.
                03  FILLER                 PIC X(18)       VALUE SPACES.

                03  FILLER                 PIC X(5)       VALUE SPACES.
                03  BAL                    PIC 9999999.99-.
                03  FILLER                 PIC X(5)       VALUE SPACES.
                03  FILLER                 PIC X(10)  VALUE 'PRINCIPAL'.
                03  TOTPRIN                PIC 9999999.99-.
                03  FILLER                 PIC X(5)       VALUE SPACES.
                03  FILLER                 PIC X(9)   VALUE 'INTEREST'.
                03  TOTINT                 PIC 9999999.99.
                03  FILLER                 PIC X(5)       VALUE SPACES.
                03  FILLER                 PIC X(5)   VALUE 'FEES'.
                03  TOTFEES                PIC 9999999.99.
      **************************************************************
      *    CREDIT BALANCE EXCEPTION LIST - STUDENTS WHO HAVE        *
      *    OVERPAID THEIR LOAN                                      *
                03  FILLER                 PIC X(9)   VALUE 'BALANCE'.
                03  FILLER                 PIC X(5)       VALUE SPACES.
                03  DG-BALANCE             PIC 9999999.99-.
                03  FILLER                 PIC X(5)       VALUE SPACES.
                03  FILLER                 PIC X(10)  VALUE 'PRINCIPAL'.
                03  DG-PRIN                PIC 9999999.99-.
                03  FILLER                 PIC X(5)       VALUE SPACES.
                03  FILLER                 PIC X(9)   VALUE 'INTEREST'.
                03  DG-INT                 PIC 9999999.99.
                03  FILLER                 PIC X(5)       VALUE SPACES.
                03  FILLER                 PIC X(5)   VALUE 'FEES'.
                03  DG-FEES                PIC 9999999.99.
      **************************************************************
      *                 END OF FILE (EOF) SWITCHES                 *
      *            0 = NOT AT EOF          1 = AT EOF              *
       01  EOF-SWITCHES.
                03  EOF-I                  PIC 9         VALUE 0.
                03  EOF-PH                 PIC 9         VALUE 0.
                03  EOF-CH                 PIC 9         VALUE 0.
                03  EOF-PL                 PIC 9         VALUE 0.
                03  EOF-DH                 PIC 9         VALUE 0.
                03  EOF-BS                 PIC 9         VALUE 0.
      **************************************************************
      *    STUDENT-ID MATCH OF THE COMPANION FILES TO INPUT-FILE.  *
      *    EACH HOLDS THE KEY OF ITS CURRENT RECORD - HIGH-KEY ONCE *
      *    THE FILE IS EXHAUSTED - AND A SWITCH SAYING WHETHER THAT *
      *    RECORD BELONGS TO THE STUDENT NOW BEING REPORTED         *
      **************************************************************
       01  MATCH-CTL.
                03  HIGH-KEY               PIC 9(7)      VALUE 9999999.
                03  PH-KEY                 PIC 9(7)      VALUE 0.
                03  CH-KEY                 PIC 9(7)      VALUE 0.
                03  PL-KEY                 PIC 9(7)      VALUE 0.
                03  DH-KEY                 PIC 9(7)      VALUE 0.
                03  BS-KEY                 PIC 9(7)      VALUE 0.
                03  PH-MATCH-SW            PIC X         VALUE 'N'.
                    88  PAYHIST-MATCHED                  VALUE 'Y'.
                03  CH-MATCH-SW            PIC X         VALUE 'N'.
                    88  CHGHIST-MATCHED                  VALUE 'Y'.
                03  PL-MATCH-SW            PIC X         VALUE 'N'.
                    88  PAYPLAN-MATCHED                  VALUE 'Y'.
                03  DH-MATCH-SW            PIC X         VALUE 'N'.
                    88  DISBHIST-MATCHED                 VALUE 'Y'.
                03  BS-MATCH-SW            PIC X         VALUE 'N'.
                    88  BALSPLIT-MATCHED                 VALUE 'Y'.
      **************************************************************
      *    PAYHIST CONTROL TRAILER - THE LAST RECORD OF EVERY      *
      *    MASTER, WRITTEN BY POST5 AND PHCONV.  ITS RECORD COUNT  *
                03  TR-TOTAL-PAID           PIC 9(9)V99.
                03  TR-LAYOUT-VERSION       PIC 99.
                03  TR-RUN-DATE             PIC 9(8).
                03  FILLER                  PIC X(61).
       01  TRAILER-CONSTANTS.
                03  TRAILER-ID              PIC X(20)      VALUE
                    '*** PAYHIST TRAILER*'.
                03  PAYHIST-LAYOUT-VER      PIC 99         VALUE 03.
       01  TRAILER-CTL.
                03  PH-TRAILER-SEEN-SW      PIC X          VALUE 'N'.
                    88  PAYHIST-TRAILER-SEEN               VALUE 'Y'.
                03  VER-PAID-TOTAL          PIC 9(9)V99    VALUE 0.
                03  VER-SUB                 PIC 99         VALUE 0.
      **************************************************************
      *    DISBHIST CONTROL TRAILER - THE LAST RECORD OF EVERY     *
      *    MASTER, WRITTEN BY DISB5, PROVED THE SAME WAY AS THE    *
      *    PAYHIST TRAILER.  A DISBHIST THAT IS MISSING OR HOLDS   *
      *    NOTHING AT ALL NEEDS NO TRAILER - NO DISBURSEMENT HAS   *
      *    BEEN POSTED YET AND EVERY STUDENT IS STILL ON I-LOAN    *
      **************************************************************
       01  DISB-TRAILER-DATA.
                03  DTR-ID                  PIC X(20).
                03  DTR-REC-COUNT           PIC 9(7).
                03  DTR-TOTAL-DISB          PIC 9(9)V99.
                03  DTR-LAYOUT-VERSION      PIC 99.
                03  DTR-RUN-DATE            PIC 9(8).
                03  FILLER                  PIC X(245).
       01  DISB-TRAILER-CONSTANTS.
                03  DISB-TRAILER-ID         PIC X(20)      VALUE
                    '*** DISBHIST TRAILER'.
                03  DISBHIST-LAYOUT-VER     PIC 99         VALUE 01.
       01  DISB-TRAILER-CTL.
                03  DH-TRAILER-SEEN-SW      PIC X          VALUE 'N'.
                    88  DISBHIST-TRAILER-SEEN              VALUE 'Y'.
                03  VER-DH-COUNT            PIC 9(7)       VALUE 0.
                03  VER-DISB-TOTAL          PIC S9(9)V99   VALUE 0.
                03  VER-DH-SUB              PIC 99         VALUE 0.
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
                    'LAB5'.
                03  LEDGER-TITLE            PIC X(40)      VALUE
                    'STUDENT LOAN REPORT'.
                03  LEDGER-TIME             PIC 9(8)       VALUE 0.
                03  EOF-LG                  PIC 9          VALUE 0.
                03  EOF-LP                  PIC 9          VALUE 0.
                03  GEN-SUB                 PIC 9          VALUE 0.
                03  GEN-COUNT               PIC 9          VALUE 4.
                03  LEDGER-TOTAL-NAME       PIC X(30)      VALUE SPACES.
                03  LEDGER-TOTAL-VALUE      PIC S9(11)V99  VALUE 0.
                03  STOP-FILE               PIC X(8)       VALUE SPACES.
                03  STOP-REASON             PIC X(26)      VALUE SPACES.
                03  STOP-SW                 PIC X          VALUE 'N'.
                    88  STOP-RECORDED                      VALUE 'Y'.
                03  FP-COUNT                PIC 9(7)       VALUE 0.
                03  FP-HASH                 PIC 9(13)V99   VALUE 0.
                03  FP-SUB                  PIC 99         VALUE 0.
       01  GEN-TABLE.
                03  GEN-ENTRY       OCCURS 4 TIMES.
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
      *               START OF PROCEDURE DIVISION                  *
      **************************************************************
       PROCEDURE DIVISION.
                MOVE RUN-DATE TO DW-DATE.
                PERFORM 2500-DATE-TO-SERIAL.
                MOVE DW-SERIAL TO RUN-SERIAL.
                PERFORM 0100-CHECK-RUN-LEDGER.
                OPEN INPUT INPUT-FILE
                    PAYHIST-FILE
                    CHGHIST-FILE
                    PAYPLAN-FILE
                    DISBHIST-FILE
                    BALSPLIT-FILE
                OUTPUT PRNT-FILE.
                PERFORM 2015-READ-ONE-PAYHIST.
                PERFORM 2025-READ-ONE-CHGHIST.
                PERFORM 2035-READ-ONE-PAYPLAN.
                PERFORM 2065-READ-ONE-DISBHIST.
                PERFORM 2085-READ-ONE-BALSPLIT.
                PERFORM 2000-READ-INPUT.

                PERFORM 1400-PRINT-HEAD.
                PERFORM 1500-LOOP
				  UNTIL EOF-I = 1.
                PERFORM 2055-REQUIRE-PAYHIST-TRAILER.
                PERFORM 2075-REQUIRE-DISBHIST-TRAILER.
                IF PREV-DEGREE NOT = SPACES
                   PERFORM 1750-DEGREE-SUBTOTAL.
                PERFORM 2100-PRINT-FOOTER.
                 PAYHIST-FILE
                 CHGHIST-FILE
                 PAYPLAN-FILE
                 DISBHIST-FILE
                 BALSPLIT-FILE
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
                MOVE 'PAYHIST'  TO GEN-FILE(1).
                MOVE 'I'        TO GEN-USE(1).
                MOVE 'CHGHIST'  TO GEN-FILE(2).
                MOVE 'I'        TO GEN-USE(2).
                MOVE 'DISBHIST' TO GEN-FILE(3).
                MOVE 'I'        TO GEN-USE(3).
                MOVE 'BALSPLIT' TO GEN-FILE(4).
                MOVE 'I'        TO GEN-USE(4).
                OPEN INPUT LEDGER-FILE.
                PERFORM 0110-READ-LEDGER.
                PERFORM 0120-NOTE-LEDGER-ENTRY
                    UNTIL EOF-LG = 1.
                CLOSE LEDGER-FILE.
                PERFORM 0200-FINGERPRINT-PAYHIST.
                PERFORM 0220-FINGERPRINT-CHGHIST.
                PERFORM 0230-FINGERPRINT-DISBHIST.
                PERFORM 0240-FINGERPRINT-BALSPLIT.
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
                DISPLAY 'LAB5 - ' GEN-FILE(GEN-SUB)
                        ' IS NOT GENERATION ' GEN-W-GEN(GEN-SUB)
                        ' WRITTEN BY ' GEN-W-STEP(GEN-SUB)
                        ' ON ' GEN-W-DATE(GEN-SUB).
                DISPLAY 'LAB5 - COPY THE NEW FILE FROM '
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
      *   FINGERPRINTS THE PAYHIST COPY IN HAND FOR THE LEDGER      *
      *   CHECK - A PAYHIST GENERATION IS KNOWN BY ITS TRAILER'S    *
      *   RECORD COUNT, TOTAL PAID AND RUN DATE.  THE TRAILER       *
      *   ITSELF IS PROVED LATER BY THE ORDINARY MASTER READ        *
      **************************************************************
       0200-FINGERPRINT-PAYHIST.
                MOVE 0 TO EOF-LP.
                OPEN INPUT PAYHIST-FILE.
                PERFORM 0210-READ-PAYHIST-PASS
                    UNTIL EOF-LP = 1.
                CLOSE PAYHIST-FILE.
       0210-READ-PAYHIST-PASS.
                READ PAYHIST-FILE
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   AND PH-NAME = TRAILER-ID
                   MOVE PAYHIST-REC TO TRAILER-DATA
                   MOVE 1 TO EOF-LP
                   IF TR-REC-COUNT NUMERIC
                      AND TR-TOTAL-PAID NUMERIC
                      AND TR-RUN-DATE NUMERIC
                      MOVE TR-REC-COUNT  TO GEN-CUR-COUNT(1)
                      MOVE TR-TOTAL-PAID TO GEN-CUR-HASH(1)
                      MOVE TR-RUN-DATE   TO GEN-CUR-STAMP(1).
      **************************************************************
      *   FINGERPRINTS THE CHGHIST COPY IN HAND - A CHGHIST         *
      *   GENERATION IS KNOWN BY ITS RECORD COUNT AND A HASH OF     *
      *   EVERY STUDENT ID PLUS EVERY CHARGE AMOUNT ON FILE         *
      **************************************************************
       0220-FINGERPRINT-CHGHIST.
                MOVE 0 TO EOF-LP.
                MOVE 0 TO FP-COUNT.
                MOVE 0 TO FP-HASH.
                OPEN INPUT CHGHIST-FILE.
                PERFORM 0225-READ-CHGHIST-PASS
                    UNTIL EOF-LP = 1.
                CLOSE CHGHIST-FILE.
                MOVE FP-COUNT TO GEN-CUR-COUNT(2).
                MOVE FP-HASH  TO GEN-CUR-HASH(2).
       0225-READ-CHGHIST-PASS.
                READ CHGHIST-FILE
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   PERFORM 0290-HASH-CHGHIST-REC.
      **************************************************************
      *   ADDS ONE CHGHIST RECORD TO THE FINGERPRINT BEING BUILT    *
      **************************************************************
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
      *   FINGERPRINTS THE DISBHIST COPY IN HAND - A DISBHIST       *
      *   GENERATION IS KNOWN BY ITS TRAILER'S RECORD COUNT, NET    *
      *   DISBURSED AND RUN DATE, THE SAME AS PAYHIST               *
      **************************************************************
       0230-FINGERPRINT-DISBHIST.
                MOVE 0 TO EOF-LP.
                OPEN INPUT DISBHIST-FILE.
                PERFORM 0235-READ-DISBHIST-PASS
                    UNTIL EOF-LP = 1.
                CLOSE DISBHIST-FILE.
       0235-READ-DISBHIST-PASS.
                READ DISBHIST-FILE
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   AND DH-NAME = DISB-TRAILER-ID
                   MOVE DISBHIST-REC TO DISB-TRAILER-DATA
                   MOVE 1 TO EOF-LP
                   IF DTR-REC-COUNT NUMERIC
                      AND DTR-TOTAL-DISB NUMERIC
                      AND DTR-RUN-DATE NUMERIC
                      MOVE DTR-REC-COUNT  TO GEN-CUR-COUNT(3)
                      MOVE DTR-TOTAL-DISB TO GEN-CUR-HASH(3)
                      MOVE DTR-RUN-DATE   TO GEN-CUR-STAMP(3).
      **************************************************************
      *   FINGERPRINTS THE BALSPLIT COPY IN HAND - A BALSPLIT       *
      *   GENERATION IS KNOWN BY ITS RECORD COUNT AND A HASH OF     *
      *   EVERY STUDENT ID PLUS EVERYTHING BILLED AND PAID TO DATE  *
      **************************************************************
       0240-FINGERPRINT-BALSPLIT.
                MOVE 0 TO EOF-LP.
                MOVE 0 TO FP-COUNT.
                MOVE 0 TO FP-HASH.
                OPEN INPUT BALSPLIT-FILE.
                PERFORM 0245-READ-BALSPLIT-PASS
                    UNTIL EOF-LP = 1.
                CLOSE BALSPLIT-FILE.
                MOVE FP-COUNT TO GEN-CUR-COUNT(4).
                MOVE FP-HASH  TO GEN-CUR-HASH(4).
       0245-READ-BALSPLIT-PASS.
                READ BALSPLIT-FILE
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   PERFORM 0280-HASH-BALSPLIT-REC.
      **************************************************************
      *   ADDS ONE BALSPLIT RECORD TO THE FINGERPRINT BEING BUILT   *
      **************************************************************
       0280-HASH-BALSPLIT-REC.
                ADD 1 TO FP-COUNT.
                IF BS-STU-ID NUMERIC
                   ADD BS-STU-ID TO FP-HASH.
                IF BS-PRIN-BILLED NUMERIC
                   ADD BS-PRIN-BILLED TO FP-HASH.
                IF BS-INT-BILLED NUMERIC
                   ADD BS-INT-BILLED TO FP-HASH.
                IF BS-FEE-BILLED NUMERIC
                   ADD BS-FEE-BILLED TO FP-HASH.
                IF BS-PAID-APPLIED NUMERIC
                   ADD BS-PAID-APPLIED TO FP-HASH.
       1400-PRINT-HEAD.
                WRITE PRNT-REC FROM PRNT-HEADING1
                 AFTER ADVANCING PAGE.
                MOVE PREV-DEGREE             TO DG-DEGREE.
                MOVE DEG-PAID                TO DG-PAID.
                MOVE DEG-BALANCE             TO DG-BALANCE.
                MOVE DEG-PRIN                TO DG-PRIN.
                MOVE DEG-INT                 TO DG-INT.
                MOVE DEG-FEES                TO DG-FEES.
                WRITE PRNT-REC FROM DEGREE-SUBTOTAL-LINE
                      AFTER ADVANCING 2 LINES.
                ADD 2 TO LINE-COUNT.
                MOVE 0 TO DEG-PAID.
                MOVE 0 TO DEG-BALANCE.
                MOVE 0 TO DEG-PRIN.
                MOVE 0 TO DEG-INT.
                MOVE 0 TO DEG-FEES.

      **************************************************************
      *   PRINTS THE SCHEDULE INFORMATION                          *
                MOVE I-NAME                     TO  P-NAME.
                MOVE I-DEGREE                   TO  P-DEGREE.
                MOVE I-YEAR                     TO  P-YEAR.
           PERFORM  1900-LOAD-ARRAY.

           PERFORM 1700-MATH.
           MOVE DISB-TOTAL                 TO P-LOAN.
           MOVE I-DEGREE                   TO PREV-DEGREE.
           MOVE 0                          TO P-PAID1 P-PAID2
                                              P-PAID3 P-PAID4.
              MOVE PAID(3)                 TO P-PAID3.
           IF PAY-COUNT NOT < 4
              MOVE PAID(4)                 TO P-PAID4.
           MOVE SP-PRIN-OUT                TO P-PRIN.
           MOVE SP-INT-OUT                 TO P-INT.
           MOVE SP-FEE-OUT                 TO P-FEES.

           MOVE SPACES TO P-CREDIT-FLAG.
           IF BALANCE < 0
       1700-MATH.
           MOVE 0 TO TOTAL.
           MOVE 0 TO CHG-TOTAL.
           MOVE 0 TO CHG-INT-TOTAL.
           MOVE 0 TO CHG-FEE-TOTAL.
           MOVE 0 TO CHG-PRIN-TOTAL.
           MOVE 0 TO BALANCE.
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > PAY-COUNT
                   ADD PAID(SUB) TO TOTAL
           END-PERFORM.
           IF CHGHIST-MATCHED
              PERFORM 1720-ADD-ONE-CHARGE
                   VARYING SUB FROM 1 BY 1
                   UNTIL SUB > CH-CHG-COUNT.
           MOVE 0 TO DISB-TOTAL.
           IF DISBHIST-MATCHED
              PERFORM 1730-ADD-ONE-DISBURSEMENT
                   VARYING SUB FROM 1 BY 1
                   UNTIL SUB > DH-DISB-COUNT
           ELSE
              MOVE I-LOAN TO DISB-TOTAL.
           COMPUTE BALANCE = DISB-TOTAL + CHG-TOTAL - TOTAL.
           IF BALSPLIT-MATCHED
              SUBTRACT BS-PRIN-WOFF FROM BALANCE.
           PERFORM 1740-SPLIT-BALANCE.
           ADD TOTAL TO GRAND-PAID.
           ADD BALANCE TO GRAND-BALANCE.
           ADD TOTAL TO DEG-PAID.
           ADD BALANCE TO DEG-BALANCE.
           ADD SP-PRIN-OUT TO GRAND-PRIN.
           ADD SP-INT-OUT TO GRAND-INT.
           ADD SP-FEE-OUT TO GRAND-FEES.
           ADD SP-PRIN-OUT TO DEG-PRIN.
           ADD SP-INT-OUT TO DEG-INT.
           ADD SP-FEE-OUT TO DEG-FEES.
      **************************************************************
      *   ROLLS ONE ASSESSED CHARGE INTO WHAT THE STUDENT OWES,    *
      *   AND INTO THE TOTAL FOR ITS KIND - INTEREST, LATE FEES,   *
      *   AND EVERYTHING ELSE (TUITION) AS PRINCIPAL               *
      **************************************************************
       1720-ADD-ONE-CHARGE.
           ADD CH-CHG-AMT(SUB) TO CHG-TOTAL.
           IF CH-CHG-TYPE(SUB) = 'I'
              ADD CH-CHG-AMT(SUB) TO CHG-INT-TOTAL
           ELSE
           IF CH-CHG-TYPE(SUB) = 'L'
              ADD CH-CHG-AMT(SUB) TO CHG-FEE-TOTAL
           ELSE
              ADD CH-CHG-AMT(SUB) TO CHG-PRIN-TOTAL.
      **************************************************************
      *   ROLLS ONE DISBURSEMENT INTO WHAT WAS LENT - A RETURN OF  *
      *   FUNDS COMES OFF IT, A CANCELLED DISBURSEMENT COUNTS FOR  *
      *   NOTHING                                                  *
      **************************************************************
       1730-ADD-ONE-DISBURSEMENT.
           IF DH-DISB-TYPE(SUB) = 'D'
              ADD DH-DISB-AMT(SUB) TO DISB-TOTAL
           ELSE
           IF DH-DISB-TYPE(SUB) = 'R'
              SUBTRACT DH-DISB-AMT(SUB) FROM DISB-TOTAL.
      **************************************************************
      *   SPLITS THE STUDENT'S BALANCE INTO PRINCIPAL, INTEREST    *
      *   AND FEES - STARTING FROM THEIR BALSPLIT RECORD AS AT THE *
      *   LAST ASSESS5 RUN (OR FROM NOTHING WHEN THEY HAVE NONE),  *
      *   BRINGING ON ANYTHING DISBURSED, BILLED OR WAIVED SINCE,  *
      *   THEN APPLYING THE PAYMENTS POSTED SINCE - THE SAME RULES *
      *   ASSESS5 APPLIES, SO THE SPLIT PRINTED HERE IS THE SPLIT  *
      *   THE NEXT ASSESSMENT WILL CARRY FORWARD                   *
      **************************************************************
       1740-SPLIT-BALANCE.
           IF BALSPLIT-MATCHED
              MOVE BS-PRIN-OUT     TO SP-PRIN-OUT
              MOVE BS-INT-OUT      TO SP-INT-OUT
              MOVE BS-FEE-OUT      TO SP-FEE-OUT
              MOVE BS-PRIN-BILLED  TO SP-PRIN-BILLED
              MOVE BS-INT-BILLED   TO SP-INT-BILLED
              MOVE BS-FEE-BILLED   TO SP-FEE-BILLED
              MOVE BS-PAID-APPLIED TO SP-PAID-APPLIED
              MOVE BS-PRIN-PAID    TO SP-PRIN-PAID
              MOVE BS-INT-PAID     TO SP-INT-PAID
              MOVE BS-FEE-PAID     TO SP-FEE-PAID
              MOVE BS-PRIN-WOFF    TO SP-PRIN-WOFF
           ELSE
              PERFORM 1741-CLEAR-SPLIT.
           PERFORM 1742-BRING-CHARGES-UP.
           PERFORM 1745-APPLY-PAYMENTS.
       1741-CLEAR-SPLIT.
           MOVE 0 TO SP-PRIN-OUT.
           MOVE 0 TO SP-INT-OUT.
           MOVE 0 TO SP-FEE-OUT.
           MOVE 0 TO SP-PRIN-BILLED.
           MOVE 0 TO SP-INT-BILLED.
           MOVE 0 TO SP-FEE-BILLED.
           MOVE 0 TO SP-PAID-APPLIED.
           MOVE 0 TO SP-PRIN-PAID.
           MOVE 0 TO SP-INT-PAID.
           MOVE 0 TO SP-FEE-PAID.
           MOVE 0 TO SP-PRIN-WOFF.
      **************************************************************
      *   ADDS TO EACH PART WHATEVER OF THAT KIND IS NEW - A       *
      *   WAIVER OF INTEREST OR FEES ALREADY PAID MOVES THAT       *
      *   PAYMENT ACROSS TO PRINCIPAL                              *
      **************************************************************
       1742-BRING-CHARGES-UP.
           COMPUTE PRIN-BILLED-NOW = DISB-TOTAL + CHG-PRIN-TOTAL
                                   - SP-PRIN-WOFF.
           COMPUTE SP-PRIN-OUT = SP-PRIN-OUT + PRIN-BILLED-NOW
                               - SP-PRIN-BILLED.
           COMPUTE SP-INT-OUT  = SP-INT-OUT + CHG-INT-TOTAL
                               - SP-INT-BILLED.
           COMPUTE SP-FEE-OUT  = SP-FEE-OUT + CHG-FEE-TOTAL
                               - SP-FEE-BILLED.
           MOVE PRIN-BILLED-NOW TO SP-PRIN-BILLED.
           MOVE CHG-INT-TOTAL   TO SP-INT-BILLED.
           MOVE CHG-FEE-TOTAL   TO SP-FEE-BILLED.
           IF SP-INT-OUT < 0
              PERFORM 1743-MOVE-INT-CREDIT.
           IF SP-FEE-OUT < 0
              PERFORM 1744-MOVE-FEE-CREDIT.
       1743-MOVE-INT-CREDIT.
           COMPUTE APPLY-AMT = 0 - SP-INT-OUT.
           ADD SP-INT-OUT TO SP-PRIN-OUT.
           MOVE 0 TO SP-INT-OUT.
           IF APPLY-AMT > SP-INT-PAID
              MOVE SP-INT-PAID TO APPLY-AMT.
           SUBTRACT APPLY-AMT FROM SP-INT-PAID.
           ADD APPLY-AMT TO SP-PRIN-PAID.
       1744-MOVE-FEE-CREDIT.
           COMPUTE APPLY-AMT = 0 - SP-FEE-OUT.
           ADD SP-FEE-OUT TO SP-PRIN-OUT.
           MOVE 0 TO SP-FEE-OUT.
           IF APPLY-AMT > SP-FEE-PAID
              MOVE SP-FEE-PAID TO APPLY-AMT.
           SUBTRACT APPLY-AMT FROM SP-FEE-PAID.
           ADD APPLY-AMT TO SP-PRIN-PAID.
      **************************************************************
      *   APPLIES THE PAYMENTS NOT YET APPLIED - LATE FEES FIRST,  *
      *   THEN INTEREST, THEN PRINCIPAL (WHICH GOES NEGATIVE ON AN *
      *   OVERPAYMENT).  LESS ON PAYHIST THAN WAS ALREADY APPLIED  *
      *   MEANS A PAYMENT WAS REVERSED, AND IT COMES BACK OFF IN   *
      *   THE OPPOSITE ORDER                                       *
      **************************************************************
       1745-APPLY-PAYMENTS.
           COMPUTE NEW-PAID = TOTAL - SP-PAID-APPLIED.
           MOVE TOTAL TO SP-PAID-APPLIED.
           IF NEW-PAID > 0
              PERFORM 1746-APPLY-NEW-PAYMENTS
           ELSE
           IF NEW-PAID < 0
              PERFORM 1760-BACK-OUT-PAYMENTS.
       1746-APPLY-NEW-PAYMENTS.
           MOVE NEW-PAID TO APPLY-LEFT.
           IF SP-FEE-OUT > 0
              PERFORM 1747-PAY-FEES.
           IF SP-INT-OUT > 0
              AND APPLY-LEFT > 0
              PERFORM 1748-PAY-INTEREST.
           SUBTRACT APPLY-LEFT FROM SP-PRIN-OUT.
           ADD APPLY-LEFT TO SP-PRIN-PAID.
       1747-PAY-FEES.
           IF APPLY-LEFT < SP-FEE-OUT
              MOVE APPLY-LEFT TO APPLY-AMT
           ELSE
              MOVE SP-FEE-OUT TO APPLY-AMT.
           SUBTRACT APPLY-AMT FROM SP-FEE-OUT.
           SUBTRACT APPLY-AMT FROM APPLY-LEFT.
           ADD APPLY-AMT TO SP-FEE-PAID.
       1748-PAY-INTEREST.
           IF APPLY-LEFT < SP-INT-OUT
              MOVE APPLY-LEFT TO APPLY-AMT
           ELSE
              MOVE SP-INT-OUT TO APPLY-AMT.
           SUBTRACT APPLY-AMT FROM SP-INT-OUT.
           SUBTRACT APPLY-AMT FROM APPLY-LEFT.
           ADD APPLY-AMT TO SP-INT-PAID.
       1760-BACK-OUT-PAYMENTS.
           COMPUTE APPLY-LEFT = 0 - NEW-PAID.
           IF SP-PRIN-PAID > 0
              PERFORM 1762-UNPAY-PRINCIPAL.
           IF SP-INT-PAID > 0
              AND APPLY-LEFT > 0
              PERFORM 1764-UNPAY-INTEREST.
           IF SP-FEE-PAID > 0
              AND APPLY-LEFT > 0
              PERFORM 1766-UNPAY-FEES.
           ADD APPLY-LEFT TO SP-PRIN-OUT.
       1762-UNPAY-PRINCIPAL.
           IF APPLY-LEFT < SP-PRIN-PAID
              MOVE APPLY-LEFT TO APPLY-AMT
           ELSE
              MOVE SP-PRIN-PAID TO APPLY-AMT.
           ADD APPLY-AMT TO SP-PRIN-OUT.
           SUBTRACT APPLY-AMT FROM SP-PRIN-PAID.
           SUBTRACT APPLY-AMT FROM APPLY-LEFT.
       1764-UNPAY-INTEREST.
           IF APPLY-LEFT < SP-INT-PAID
              MOVE APPLY-LEFT TO APPLY-AMT
           ELSE
              MOVE SP-INT-PAID TO APPLY-AMT.
           ADD APPLY-AMT TO SP-INT-OUT.
           SUBTRACT APPLY-AMT FROM SP-INT-PAID.
           SUBTRACT APPLY-AMT FROM APPLY-LEFT.
       1766-UNPAY-FEES.
           IF APPLY-LEFT < SP-FEE-PAID
              MOVE APPLY-LEFT TO APPLY-AMT
           ELSE
              MOVE SP-FEE-PAID TO APPLY-AMT.
           ADD APPLY-AMT TO SP-FEE-OUT.
           SUBTRACT APPLY-AMT FROM SP-FEE-PAID.
           SUBTRACT APPLY-AMT FROM APPLY-LEFT.


      **************************************************************
      **************************************************************
      *   COPIES THIS STUDENT'S PAYMENT HISTORY INTO THE WORKING    *
      *   ARRAY - COBOL ARRAY ELEMENTS START AT 1, NOT 0.  IF       *
      *   PAYHIST HAS NOTHING FOR THIS STUDENT (NO RECORD FOR THEIR *
      *   ID, OR PH-PAID-COUNT IS ZERO), FALLS BACK TO THE ORIGINAL *
      *   I-PAID1-I-PAID4 FIELDS SO A STUDENT NOT YET MIGRATED ONTO *
      *   PAYHIST STILL REPORTS THE PAYMENTS ALREADY ON THEIR       *
      *   MASTER RECORD                                             *
      **************************************************************
        1900-LOAD-ARRAY.
           IF PAYHIST-MATCHED
              AND PH-PAID-COUNT > 0
              MOVE PH-PAID-COUNT TO PAY-COUNT
              PERFORM 1950-LOAD-ONE-PAYMENT
                  VARYING SUB FROM 1 BY 1
        1950-LOAD-ONE-PAYMENT.
           MOVE PH-PAID-AMT(SUB) TO PAID(SUB).
      **************************************************************
      *   READS THE INPUT FILE AND MATCHES THIS STUDENT'S PAYHIST,  *
      *   CHGHIST, PAYPLAN, DISBHIST AND BALSPLIT RECORDS TO IT BY  *
      *   STUDENT ID                                                *
      **************************************************************
       2000-READ-INPUT.
                READ INPUT-FILE
               AT END MOVE 1 TO EOF-I.
                IF EOF-I NOT = 1
                   IF I-STU-ID NOT NUMERIC
                      MOVE 0 TO I-STU-ID.
                IF EOF-I NOT = 1
                   ADD 1 TO STUDENTS-LISTED
                   PERFORM 2010-MATCH-PAYHIST
                   PERFORM 2020-MATCH-CHGHIST
                   PERFORM 2030-MATCH-PAYPLAN
                   PERFORM 2060-MATCH-DISBHIST
                   PERFORM 2080-MATCH-BALSPLIT.
      **************************************************************
      *   SKIPS PAST ANY PAYMENT-HISTORY RECORD FOR AN ID BELOW     *
      *   THIS STUDENT'S (A STUDENT NO LONGER ON THE LOAN FILE) AND *
      *   FLAGS WHETHER THE RECORD NOW CURRENT IS THIS STUDENT'S.   *
      *   A STUDENT WITH NO RECORD, OR WITH NO RESOLVED ID, IS      *
      *   TREATED AS HAVING NO PAYMENTS ON FILE RATHER THAN         *
      *   ABENDING THE REPORT - BUT A MASTER THAT ENDS WITHOUT A    *
      *   PROVABLE TRAILER STOPS THE RUN AT END OF JOB              *
      **************************************************************
       2010-MATCH-PAYHIST.
                PERFORM 2015-READ-ONE-PAYHIST
                    UNTIL PH-KEY NOT < I-STU-ID.
                MOVE 'N' TO PH-MATCH-SW.
                IF PH-KEY = I-STU-ID
                   AND I-STU-ID > 0
                   MOVE 'Y' TO PH-MATCH-SW.
      **************************************************************
      *   READS THE NEXT PHYSICAL PAYHIST RECORD.  THE CONTROL     *
      *   TRAILER ENDS THE MASTER - IT IS PROVED AGAINST THE       *
                       UNTIL VER-SUB > PH-PAID-COUNT.
                IF PH-LAST-PAID-DATE NOT NUMERIC
                   MOVE 0 TO PH-LAST-PAID-DATE.
                IF EOF-PH = 1
                   MOVE HIGH-KEY TO PH-KEY
                ELSE
                IF PH-STU-ID NOT NUMERIC
                   MOVE 0 TO PH-KEY
                ELSE
                   MOVE PH-STU-ID TO PH-KEY.
       2042-SUM-ONE-PH-AMT.
                ADD PH-PAID-AMT(VER-SUB) TO VER-PAID-TOTAL.
      **************************************************************
                   DISPLAY 'LAB5 - RECORDS FOUND BEHIND THE PAYHIST '
                           'TRAILER - MASTER WAS APPENDED TO, NOT '
                           'REPLACED'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'RECORDS BEHIND TRAILER' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
      **************************************************************
      *   PROVES THE MASTER'S TRAILER - RIGHT LAYOUT VERSION, AND  *
                   OR TR-TOTAL-PAID NOT NUMERIC
                   OR TR-LAYOUT-VERSION NOT NUMERIC
                   DISPLAY 'LAB5 - PAYHIST TRAILER UNREADABLE'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'TRAILER UNREADABLE' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF TR-LAYOUT-VERSION NOT = PAYHIST-LAYOUT-VER
                   DISPLAY 'LAB5 - PAYHIST LAYOUT VERSION '
                           TR-LAYOUT-VERSION ' NOT THE EXPECTED '
                           PAYHIST-LAYOUT-VER
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'WRONG LAYOUT VERSION' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF TR-REC-COUNT NOT = VER-REC-COUNT
                   OR TR-TOTAL-PAID NOT = VER-PAID-TOTAL
                   DISPLAY 'LAB5 - PAYHIST TRAILER DOES NOT MATCH '
                           'FILE CONTENTS - PARTIAL OR CORRUPT COPY'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'TRAILER DOES NOT MATCH' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
      **************************************************************
      *   THE TRAILER NORMALLY TURNS UP DURING THE MATCHING READS; *
      *   WHEN THE MASTER HOLDS STUDENTS BEYOND THE LAST ONE ON    *
      *   THE STUDENT FILE IT IS STILL SITTING UNREAD, SO THE REST *
      *   OF THE MASTER IS READ THROUGH TO FETCH IT - EVERY RECORD *
      *   STILL COUNTS TOWARD THE TRAILER PROOF.  A MASTER THAT    *
      *   ENDS WITH NO PROVABLE TRAILER IS A PARTIAL OR MISMATCHED *
      *   COPY AND THE RUN STOPS                                   *
      **************************************************************
       2055-REQUIRE-PAYHIST-TRAILER.
                PERFORM 2015-READ-ONE-PAYHIST
                    UNTIL EOF-PH = 1.
                IF NOT PAYHIST-TRAILER-SEEN
                   DISPLAY 'LAB5 - NO CONTROL TRAILER ON PAYHIST - '
                           'PARTIAL COPY OR UNSTAMPED MASTER'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'NO CONTROL TRAILER' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
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
                MOVE 'STUDENTS LISTED' TO LEDGER-TOTAL-NAME.
                MOVE STUDENTS-LISTED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'GRAND TOTAL PAID' TO LEDGER-TOTAL-NAME.
                MOVE GRAND-PAID TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'GRAND TOTAL BALANCE' TO LEDGER-TOTAL-NAME.
                MOVE GRAND-BALANCE TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'GRAND TOTAL PRINCIPAL' TO LEDGER-TOTAL-NAME.
                MOVE GRAND-PRIN TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'GRAND TOTAL INTEREST' TO LEDGER-TOTAL-NAME.
                MOVE GRAND-INT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'GRAND TOTAL FEES' TO LEDGER-TOTAL-NAME.
                MOVE GRAND-FEES TO LEDGER-TOTAL-VALUE.
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
      *   WHOLE MUST NOT BE REPORTED FROM                          *
      **************************************************************
       9999-ABORT-RUN.
                IF NOT STOP-RECORDED
                   PERFORM 9990-RECORD-STOP.
                DISPLAY 'LAB5 - RUN STOPPED - CHECK THE MASTER NAMED '
                        'ABOVE BEFORE RERUNNING'.
                STOP RUN.
      **************************************************************
      *   MATCHES THIS STUDENT'S CHARGE-HISTORY RECORD BY ID; A    *
      *   STUDENT NOT YET ON CHGHIST - OR A SHOP THAT HAS NEVER    *
      *   RUN THE ASSESSMENT STEP - SIMPLY CARRIES ZERO CHARGES    *
      *   RATHER THAN ABENDING THE REPORT                          *
      **************************************************************
       2020-MATCH-CHGHIST.
                PERFORM 2025-READ-ONE-CHGHIST
                    UNTIL CH-KEY NOT < I-STU-ID.
                MOVE 'N' TO CH-MATCH-SW.
                IF CH-KEY = I-STU-ID
                   AND I-STU-ID > 0
                   MOVE 'Y' TO CH-MATCH-SW.
       2025-READ-ONE-CHGHIST.
                IF EOF-CH NOT = 1
                   READ CHGHIST-FILE
                       AT END MOVE 1 TO EOF-CH
                              MOVE SPACES TO CH-NAME
                              MOVE 0 TO CH-CHG-COUNT.
                IF CH-CHG-COUNT NOT NUMERIC
                   MOVE 0 TO CH-CHG-COUNT.
                IF EOF-CH = 1
                   MOVE HIGH-KEY TO CH-KEY
                ELSE
                IF CH-STU-ID NOT NUMERIC
                   MOVE 0 TO CH-KEY
                ELSE
                   MOVE CH-STU-ID TO CH-KEY.
      **************************************************************
      *   MATCHES THIS STUDENT'S DISBURSEMENT-HISTORY RECORD BY ID; *
      *   A STUDENT NOT YET ON DISBHIST IS STILL CARRIED ON I-LOAN. *
      *   A MASTER THAT ENDS WITHOUT A PROVABLE TRAILER STOPS THE   *
      *   RUN AT END OF JOB                                         *
      **************************************************************
       2060-MATCH-DISBHIST.
                PERFORM 2065-READ-ONE-DISBHIST
                    UNTIL DH-KEY NOT < I-STU-ID.
                MOVE 'N' TO DH-MATCH-SW.
                IF DH-KEY = I-STU-ID
                   AND I-STU-ID > 0
                   MOVE 'Y' TO DH-MATCH-SW.
      **************************************************************
      *   READS THE NEXT PHYSICAL DISBHIST RECORD.  THE CONTROL    *
      *   TRAILER ENDS THE MASTER - IT IS PROVED AGAINST THE       *
      *   RUNNING COUNT AND NET DISBURSED OF EVERYTHING READ       *
      *   BEFORE IT                                                *
      **************************************************************
       2065-READ-ONE-DISBHIST.
                IF EOF-DH NOT = 1
                   READ DISBHIST-FILE
                       AT END MOVE 1 TO EOF-DH
                              MOVE SPACES TO DH-NAME
                              MOVE 0 TO DH-DISB-COUNT.
                IF EOF-DH NOT = 1
                   AND DH-NAME = DISB-TRAILER-ID
                   MOVE DISBHIST-REC TO DISB-TRAILER-DATA
                   PERFORM 2070-VERIFY-DISBHIST-TRAILER
                   PERFORM 2072-REQUIRE-EOF-AFTER-DH-TRLR
                   MOVE SPACES TO DH-NAME
                   MOVE 0 TO DH-DISB-COUNT.
                IF DH-DISB-COUNT NOT NUMERIC
                   OR DH-DISB-COUNT > 12
                   MOVE 0 TO DH-DISB-COUNT.
                IF EOF-DH NOT = 1
                   ADD 1 TO VER-DH-COUNT
                   PERFORM 2067-SUM-ONE-DH-AMT
                       VARYING VER-DH-SUB FROM 1 BY 1
                       UNTIL VER-DH-SUB > DH-DISB-COUNT.
                IF EOF-DH = 1
                   MOVE HIGH-KEY TO DH-KEY
                ELSE
                IF DH-STU-ID NOT NUMERIC
                   MOVE 0 TO DH-KEY
                ELSE
                   MOVE DH-STU-ID TO DH-KEY.
       2067-SUM-ONE-DH-AMT.
                IF DH-DISB-TYPE(VER-DH-SUB) = 'D'
                   ADD DH-DISB-AMT(VER-DH-SUB) TO VER-DISB-TOTAL
                ELSE
                IF DH-DISB-TYPE(VER-DH-SUB) = 'R'
                   SUBTRACT DH-DISB-AMT(VER-DH-SUB)
                       FROM VER-DISB-TOTAL.
      **************************************************************
      *   PROVES THE DISBHIST TRAILER - RIGHT LAYOUT VERSION, AND  *
      *   A RECORD COUNT AND NET DISBURSED THAT MATCH WHAT WAS     *
      *   ACTUALLY READ                                            *
      **************************************************************
       2070-VERIFY-DISBHIST-TRAILER.
                MOVE 'Y' TO DH-TRAILER-SEEN-SW.
                IF DTR-REC-COUNT NOT NUMERIC
                   OR DTR-TOTAL-DISB NOT NUMERIC
                   OR DTR-LAYOUT-VERSION NOT NUMERIC
                   DISPLAY 'LAB5 - DISBHIST TRAILER UNREADABLE'
                   MOVE 'DISBHIST' TO STOP-FILE
                   MOVE 'TRAILER UNREADABLE' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF DTR-LAYOUT-VERSION NOT = DISBHIST-LAYOUT-VER
                   DISPLAY 'LAB5 - DISBHIST LAYOUT VERSION '
                           DTR-LAYOUT-VERSION ' NOT THE EXPECTED '
                           DISBHIST-LAYOUT-VER
                   MOVE 'DISBHIST' TO STOP-FILE
                   MOVE 'WRONG LAYOUT VERSION' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF DTR-REC-COUNT NOT = VER-DH-COUNT
                   OR DTR-TOTAL-DISB NOT = VER-DISB-TOTAL
                   DISPLAY 'LAB5 - DISBHIST TRAILER DOES NOT MATCH '
                           'FILE CONTENTS - PARTIAL OR CORRUPT COPY'
                   MOVE 'DISBHIST' TO STOP-FILE
                   MOVE 'TRAILER DOES NOT MATCH' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
      **************************************************************
      *   THE TRAILER MUST BE THE PHYSICALLY LAST RECORD, THE SAME *
      *   AS ON PAYHIST                                            *
      **************************************************************
       2072-REQUIRE-EOF-AFTER-DH-TRLR.
                READ DISBHIST-FILE
                    AT END MOVE 1 TO EOF-DH.
                IF EOF-DH NOT = 1
                   DISPLAY 'LAB5 - RECORDS FOUND BEHIND THE DISBHIST '
                           'TRAILER - MASTER WAS APPENDED TO, NOT '
                           'REPLACED'
                   MOVE 'DISBHIST' TO STOP-FILE
                   MOVE 'RECORDS BEHIND TRAILER' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
      **************************************************************
      *   READS THROUGH ANY DISBHIST RECORDS BEYOND THE LAST        *
      *   STUDENT TO FETCH THE TRAILER.  A DISBHIST HOLDING         *
      *   STUDENTS BUT NO PROVABLE TRAILER IS A PARTIAL COPY AND    *
      *   THE RUN STOPS; ONE HOLDING NOTHING AT ALL IS THE TIME     *
      *   BEFORE THE FIRST DISB5 RUN                                *
      **************************************************************
       2075-REQUIRE-DISBHIST-TRAILER.
                PERFORM 2065-READ-ONE-DISBHIST
                    UNTIL EOF-DH = 1.
                IF NOT DISBHIST-TRAILER-SEEN
                   AND VER-DH-COUNT > 0
                   DISPLAY 'LAB5 - NO CONTROL TRAILER ON DISBHIST - '
                           'PARTIAL COPY'
                   MOVE 'DISBHIST' TO STOP-FILE
                   MOVE 'NO CONTROL TRAILER' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
      **************************************************************
      *   MATCHES THIS STUDENT'S BALANCE-SPLIT RECORD BY ID; A     *
      *   STUDENT NOT YET ON BALSPLIT IS SPLIT FROM SCRATCH        *
      **************************************************************
       2080-MATCH-BALSPLIT.
                PERFORM 2085-READ-ONE-BALSPLIT
                    UNTIL BS-KEY NOT < I-STU-ID.
                MOVE 'N' TO BS-MATCH-SW.
                IF BS-KEY = I-STU-ID
                   AND I-STU-ID > 0
                   MOVE 'Y' TO BS-MATCH-SW.
       2085-READ-ONE-BALSPLIT.
                IF EOF-BS NOT = 1
                   READ BALSPLIT-FILE
                       AT END MOVE 1 TO EOF-BS.
                IF EOF-BS = 1
                   MOVE HIGH-KEY TO BS-KEY
                ELSE
                IF BS-STU-ID NOT NUMERIC
                   MOVE 0 TO BS-KEY
                ELSE
                   MOVE BS-STU-ID TO BS-KEY.
      **************************************************************
      *   MATCHES THIS STUDENT'S PAYMENT-PLAN RECORD BY ID; A      *
      *   STUDENT WITH NO PLAN ON FILE CARRIES A ZERO MONTHLY      *
      *   AMOUNT, WHICH MEANS THE STANDARD PROJECTION AND NO       *
      *   COMPLIANCE CHECK                                         *
      **************************************************************
       2030-MATCH-PAYPLAN.
                PERFORM 2035-READ-ONE-PAYPLAN
                    UNTIL PL-KEY NOT < I-STU-ID.
                MOVE 'N' TO PL-MATCH-SW.
                IF PL-KEY = I-STU-ID
                   AND I-STU-ID > 0
                   MOVE 'Y' TO PL-MATCH-SW.
       2035-READ-ONE-PAYPLAN.
                IF EOF-PL NOT = 1
                   READ PAYPLAN-FILE
                       AT END MOVE 1 TO EOF-PL
                              MOVE SPACES TO PL-NAME
                              MOVE 0 TO PL-MONTHLY
                              MOVE 0 TO PL-START-DATE.
                IF PL-MONTHLY NOT NUMERIC
                   MOVE 0 TO PL-MONTHLY.
                IF PL-START-DATE NOT NUMERIC
                   MOVE 0 TO PL-START-DATE.
                IF EOF-PL = 1
                   MOVE HIGH-KEY TO PL-KEY
                ELSE
                IF PL-STU-ID NOT NUMERIC
                   MOVE 0 TO PL-KEY
                ELSE
                   MOVE PL-STU-ID TO PL-KEY.
      **************************************************************
      *   HOLDS THIS STUDENT FOR THE AGING REPORT - DAYS SINCE      *
      *   THEIR LAST PAYMENT ARE FIGURED HERE, WHILE THEIR PAYHIST  *
                ADD 1 TO AGE-COUNT.
                MOVE I-NAME            TO AGE-NAME(AGE-COUNT).
                MOVE BALANCE           TO AGE-BALANCE(AGE-COUNT).
                MOVE 0                 TO AGE-PLAN-AMT(AGE-COUNT).
                IF PAYPLAN-MATCHED
                   MOVE PL-MONTHLY     TO AGE-PLAN-AMT(AGE-COUNT).
                MOVE 0                 TO AGE-LAST-DATE(AGE-COUNT).
                IF PAYHIST-MATCHED
                   MOVE PH-LAST-PAID-DATE TO AGE-LAST-DATE(AGE-COUNT).
                IF AGE-LAST-DATE(AGE-COUNT) = 0
                   MOVE 99999 TO AGE-DAYS(AGE-COUNT)
                ELSE
                   PERFORM 2360-DAYS-SINCE-PAYMENT
      *   STARTED PLAN, AND A BALANCE STILL OWING ARE CHECKED      *
      **************************************************************
       2840-CHECK-PAYMENT-PLAN.
                IF PAYPLAN-MATCHED
                   AND PL-MONTHLY > 0
                   AND PL-START-DATE > 0
                   AND BALANCE > 0
                   PERFORM 2850-CHECK-PLAN-COMPLIANCE.
       2100-PRINT-FOOTER.
                MOVE GRAND-PAID                TO TOTPAID.
                MOVE GRAND-BALANCE             TO BAL.
                MOVE GRAND-PRIN                TO TOTPRIN.
                MOVE GRAND-INT                 TO TOTINT.
                MOVE GRAND-FEES                TO TOTFEES.
                WRITE PRNT-REC FROM PRINT-FOOTER
                AFTER ADVANCING 2 LINES.
      **************************************************************
