       PROGRAM-ID.  ASSESS5.
       AUTHOR. Matthew Simpson.
      *  MONTHLY INTEREST AND LATE-FEE ASSESSMENT.
      *  READS THE STUDENT MASTER AND MATCHES ITS PAYHIST AND
      *  DISBHIST COMPANIONS TO IT BY STUDENT ID, THE SAME WAY LAB5
      *  DOES, FIGURES EACH STUDENT'S OUTSTANDING BALANCE (TOTAL
      *  DISBURSED PLUS PRIOR CHARGES LESS PAYMENTS AND ANY PRINCIPAL
      *  ADJ5 HAS WRITTEN OFF AS BAD DEBT - I-LOAN ONLY FOR A STUDENT
      *  NOT YET ON DISBHIST), AND ASSESSES A MONTHLY INTEREST
      *  CHARGE ON THE PRINCIPAL STILL OUTSTANDING (BS-PRIN-OUT ON
      *  BALSPLIT, BELOW) - NOT ON THE WHOLE BALANCE - PLUS A LATE FEE
      *  FOR STUDENTS THE AGING LOGIC PUTS AT 90+ DAYS SINCE THEIR LAST
      *  POSTED PAYMENT (NO PAYMENT DATE ON FILE COUNTS AS 90+, THE
      *  SAME AS ON THE AGING REPORT).
      *  CHARGES LIVE ON THE CHGHIST COMPANION FILE, ONE RECORD PER
      *  STUDENT IN STUDENT-ID ORDER LIKE THE STUDENT MASTER - A
      *  CHGHIST RECORD FOR A STUDENT NOT ON THE STUDENT MASTER IS
      *  CARRIED FORWARD UNTOUCHED, NEVER DROPPED - EACH CHARGE A DATED
      *  ENTRY WITH ITS OWN TYPE ('I' INTEREST, 'L' LATE FEE, AND 'T'
      *  TUITION, WHICH THE TUIT5 BILLING RUN POSTS) -
      *  DISTINCT FROM THE PAYMENTS ON PAYHIST - SO LAB5'S BALANCE,
      *  AGING AND PROJECTION REPORTS SHOW WHAT THE STUDENT ACTUALLY
      *  OWES.  THE OLD CHGHIST IS NEVER REWRITTEN IN PLACE - A NEW
      *  THIS SHOP.  A CONTROL-TOTAL REPORT IS PRINTED THE WAY POST5
      *  RECONCILES ITS POSTINGS - STUDENTS READ AND ASSESSED, AND
      *  THE DOLLARS ASSESSED BY KIND.
      *  EACH STUDENT'S BALANCE IS CARRIED IN THREE PARTS ON THE
      *  BALSPLIT COMPANION FILE, ONE RECORD PER STUDENT IN
      *  STUDENT-ID ORDER - PRINCIPAL (WHAT WAS DISBURSED PLUS
      *  TUITION), INTEREST AND LATE FEES OUTSTANDING - WITH WHAT HAS
      *  BEEN CHARGED AND PAID TO DATE BEHIND THEM.  EVERY RUN FIRST
      *  BRINGS ON WHATEVER HAS BEEN DISBURSED, BILLED OR WAIVED SINCE
      *  THE LAST ONE, THEN APPLIES THE PAYMENTS POSTED SINCE THE
      *  LAST ONE IN A FIXED ORDER - LATE FEES FIRST, THEN INTEREST,
      *  THEN PRINCIPAL; A REVERSED PAYMENT COMES BACK OFF IN THE
      *  OPPOSITE ORDER.  INTEREST IS THEN ASSESSED ON THE PRINCIPAL
      *  OUTSTANDING ONLY, NEVER ON UNPAID INTEREST OR FEES.  THE
      *  INTEREST PAID IS ALSO KEPT BY CALENDAR YEAR (THE YEAR OF THE
      *  STUDENT'S LAST POSTED PAYMENT) FOR THE INTSTMT YEAR-END
      *  STATEMENT.  A STUDENT NOT YET ON BALSPLIT STARTS FROM
      *  NOTHING, SO THEIR WHOLE HISTORY IS APPLIED IN ONE GO.
      *  BALSPLIT IS REPLACED THE SAME WAY AS CHGHIST - BALSPLIT-NEW
      *  IS WRITTEN, A RECORD FOR A STUDENT NOT ON THE STUDENT MASTER
      *  IS CARRIED FORWARD UNTOUCHED, AND OPERATIONS COPIES THE NEW
      *  FILE OVER THE OLD.
      *  THE PAYHIST AND DISBHIST CONTROL TRAILERS ARE PROVED AGAINST
      *  WHAT WAS ACTUALLY READ, THE SAME AS EVERY OTHER READER - A
      *  MASTER THAT CANNOT BE PROVED WHOLE STOPS THE RUN RATHER
      *  THAN BILL EVERY STUDENT OFF A CORRUPT COPY.
      *  A STUDENT WITH NO STUDENT ID (ZERO - NEVER RESOLVED ON THE
      *  STUMAST STUDENT MASTER) CANNOT BE MATCHED TO ANY HISTORY, SO
      *  IS NOT ASSESSED AT ALL; THE REPORT COUNTS THEM SEPARATELY.
      *  THE RUN IS RECORDED ON THE RUNLEDG RUN-CONTROL LEDGER - THE
      *  PAYHIST, CHGHIST, DISBHIST AND BALSPLIT GENERATIONS READ, THE
      *  CHGHIST AND BALSPLIT GENERATIONS WRITTEN TO CHGHIST-NEW AND
      *  BALSPLIT-NEW, AND THE ASSESSMENT CONTROL TOTALS - AND THE
      *  LEDGER IS CHECKED BEFORE ANYTHING IS OPENED: A PAYHIST,
      *  CHGHIST, DISBHIST OR BALSPLIT THAT IS NOT THE GENERATION
      *  THE LAST STEP TO WRITE IT PRODUCED STOPS THE RUN BEFORE ANY
      *  STUDENT IS BILLED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
            SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST'.
            SELECT OPTIONAL OLD-CHGHIST ASSIGN TO 'CHGHIST'.
            SELECT NEW-CHGHIST  ASSIGN TO 'CHGHIST-NEW'.
            SELECT OPTIONAL DISBHIST-FILE ASSIGN TO 'DISBHIST'.
            SELECT OPTIONAL OLD-BALSPLIT ASSIGN TO 'BALSPLIT'.
            SELECT NEW-BALSPLIT ASSIGN TO 'BALSPLIT-NEW'.
            SELECT PRNT-FILE    ASSIGN TO 'UR-S-ASSESS'.
            SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'RUNLEDG'.

       DATA DIVISION.

                03  I-PAID2                  PIC 9(4)V99.
                03  I-PAID3                  PIC 9(4)V99.
                03  I-PAID4                  PIC 9(4)V99.
                03  I-STU-ID                 PIC 9(7).

       FD  PAYHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      PAYMENT-HISTORY RECORD - SAME LAYOUT POST5 AND LAB5   *
      *      CARRY.  MATCHED TO INPUT-FILE ON PH-STU-ID            *
      **************************************************************
       01  PAYHIST-REC.
                03  PH-NAME                  PIC X(20).
                03  PH-PAID-AMT              PIC 9(4)V99
                          OCCURS 12 TIMES.
                03  PH-LAST-PAID-DATE        PIC 9(8).
                03  PH-STU-ID                PIC 9(7).

       FD  OLD-CHGHIST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      OLD CHARGE-HISTORY RECORD AS READ - ONLY THE STUDENT  *
      *      ID IS LOOKED AT HERE; A MATCHING RECORD IS MOVED TO   *
      *      CHGHIST-REC TO BE ASSESSED, ANY OTHER IS CARRIED      *
      *      FORWARD TO THE NEW FILE AS IT STANDS                  *
      **************************************************************
       01  OLD-CHGHIST-REC.
                03  FILLER                   PIC X(202).
                03  OCH-STU-ID               PIC 9(7).

       FD  NEW-CHGHIST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  NEW-CHGHIST-REC                   PIC X(209).

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

       FD  OLD-BALSPLIT
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      OLD BALANCE-SPLIT RECORD AS READ - ONLY THE STUDENT   *
      *      ID IS LOOKED AT HERE; A MATCHING RECORD IS MOVED TO   *
      *      BALSPLIT-REC, ANY OTHER IS CARRIED FORWARD AS IT      *
      *      STANDS                                                *
      **************************************************************
       01  OLD-BALSPLIT-REC.
                03  FILLER                   PIC X(140).
                03  OBS-STU-ID               PIC 9(7).

       FD  NEW-BALSPLIT
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  NEW-BALSPLIT-REC                  PIC X(147).

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
                03  SUB                     PIC 99         VALUE 0.
                03  TOTAL                   PIC 9(6)V99    VALUE 0.
                03  CHG-TOTAL               PIC 9(6)V99    VALUE 0.
                03  DISB-TOTAL              PIC S9(6)V99   VALUE 0.
                03  BALANCE                 PIC S9(6)V99   VALUE 0.
       01  BAL-TABLE.
                05  PAY-COUNT               PIC 99         VALUE 0.
       01  EOF-SWITCHES.
                03  EOF-I                   PIC 9          VALUE 0.
                03  EOF-PH                  PIC 9          VALUE 0.
                03  EOF-CH                  PIC 9          VALUE 0.
                03  EOF-DH                  PIC 9          VALUE 0.
                03  EOF-BS                  PIC 9          VALUE 0.
      **************************************************************
      *    CHARGE-HISTORY RECORD, ONE PER STUDENT IN STUDENT-ID    *
      *    ORDER.  EACH CHARGE IS A DATED ENTRY WITH ITS OWN TYPE  *
      *    - 'I' MONTHLY INTEREST, 'L' LATE FEE, 'T' TUITION FROM  *
      *    TUIT5 - KEPT APART FROM THE PAYMENTS ON PAYHIST.  THE   *
      *    SLOTS ARE A FIXED OCCURS ON DISK, UNUSED SLOTS ARE      *
      *    JUST ZEROS, CH-CHG-COUNT SAYS HOW MANY ARE PRESENT.     *
      *    BUILT HERE FOR THE CURRENT STUDENT - FROM THEIR OLD     *
      *    RECORD, OR EMPTY WHEN THEY HAVE NONE YET                *
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
      *    BALANCE-SPLIT RECORD, ONE PER STUDENT IN STUDENT-ID      *
      *    ORDER.  THE THREE -OUT FIELDS ARE WHAT THE STUDENT OWES  *
      *    IN PRINCIPAL, INTEREST AND LATE FEES - THEY ALWAYS ADD   *
      *    UP TO THE ONE BALANCE LAB5 PRINTS; A CREDIT BALANCE      *
      *    SHOWS AS NEGATIVE PRINCIPAL.  THE -BILLED FIELDS ARE     *
      *    HOW MUCH OF EACH KIND HAD BEEN DISBURSED OR CHARGED AS   *
      *    AT THE LAST RUN AND BS-PAID-APPLIED HOW MUCH HAD BEEN    *
      *    PAID, SO THE NEXT RUN ONLY APPLIES WHAT IS NEW.  THE     *
      *    -PAID FIELDS ARE WHAT HAS GONE TO EACH KIND SO FAR.      *
      *    BS-INT-YTD IS THE INTEREST PAID IN CALENDAR YEAR         *
      *    BS-INT-YEAR AND BS-INT-PRIOR THE INTEREST PAID IN        *
      *    BS-PRIOR-YEAR, THE YEAR BEFORE THAT ONE - KEPT FOR THE   *
      *    YEAR-END INTEREST STATEMENT.  BS-PRIN-WOFF IS THE        *
      *    PRINCIPAL ADJ5 HAS WRITTEN OFF AS BAD DEBT - IT COMES    *
      *    OFF WHAT WAS DISBURSED AND CHARGED, SO IT IS NO LONGER   *
      *    OWED.  BUILT HERE FOR THE CURRENT STUDENT - FROM THEIR   *
      *    OLD RECORD, OR ALL ZERO WHEN THEY HAVE NONE YET          *
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
      **************************************************************
      *    STUDENT-ID MATCH OF PAYHIST, CHGHIST, DISBHIST AND       *
      *    BALSPLIT TO THE STUDENT MASTER - THE KEY OF EACH FILE'S  *
      *    CURRENT RECORD, HIGH-KEY ONCE THAT FILE IS EXHAUSTED     *
      **************************************************************
       01  MATCH-CTL.
                03  HIGH-KEY                PIC 9(7)     VALUE 9999999.
                03  PH-KEY                  PIC 9(7)       VALUE 0.
                03  OLD-CH-KEY              PIC 9(7)       VALUE 0.
                03  DH-KEY                  PIC 9(7)       VALUE 0.
                03  OLD-BS-KEY              PIC 9(7)       VALUE 0.
                03  PH-MATCH-SW             PIC X          VALUE 'N'.
                    88  PAYHIST-MATCHED                    VALUE 'Y'.
                03  DH-MATCH-SW             PIC X          VALUE 'N'.
                    88  DISBHIST-MATCHED                   VALUE 'Y'.
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
                    'ASSESS5'.
                03  LEDGER-TITLE            PIC X(40)      VALUE
                    'INTEREST AND LATE-FEE ASSESSMENT'.
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
                03  GEN-W-ONLY-CT           PIC 9          VALUE 0.
                03  GEN-R-ONLY-CT           PIC 9          VALUE 0.
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
                    05  GEN-MATCH-SW         PIC X.
                        88  GEN-MATCHED-W                  VALUE 'W'.
                        88  GEN-MATCHED-R                  VALUE 'R'.
                        88  GEN-MATCHED-BOTH               VALUE 'B'.
      **************************************************************
      *    ASSESSMENT TERMS - THE MONTHLY RATE APPLIED TO THE      *
      *    PRINCIPAL OUTSTANDING, THE FLAT LATE FEE, AND THE AGE   *
      *    AT WHICH THE FEE APPLIES (THE SAME 90-DAY LINE THE      *
      *    AGING REPORT DRAWS)                                     *
      **************************************************************
       01  ASSESSMENT-TERMS.
                03  MONTHLY-INT-RATE        PIC V9999      VALUE .0100.
                03  STUDENT-ASSESSED-SW     PIC X          VALUE 'N'.
                    88  STUDENT-ASSESSED                   VALUE 'Y'.
      **************************************************************
      *    WORK FIELDS FOR SPLITTING THE CURRENT STUDENT'S BALANCE  *
      *    - THEIR CHARGES ON FILE BY KIND, THE PAYMENTS NEW SINCE  *
      *    THE LAST RUN (NEGATIVE WHEN A PAYMENT WAS REVERSED), AND *
      *    THE PART OF THEM STILL TO BE APPLIED                     *
      **************************************************************
       01  SPLIT-WORK.
                03  CHG-INT-TOTAL           PIC 9(6)V99    VALUE 0.
                03  CHG-FEE-TOTAL           PIC 9(6)V99    VALUE 0.
                03  CHG-PRIN-TOTAL          PIC 9(6)V99    VALUE 0.
                03  PRIN-BILLED-NOW         PIC S9(7)V99   VALUE 0.
                03  NEW-PAID                PIC S9(7)V99   VALUE 0.
                03  APPLY-LEFT              PIC 9(7)V99    VALUE 0.
                03  APPLY-AMT               PIC 9(7)V99    VALUE 0.
                03  PAY-YEAR                PIC 9(4)       VALUE 0.
      **************************************************************
      *    CONTROL TOTALS FOR THE ASSESSMENT REPORT - READ MUST    *
      *    COVER EVERY STUDENT AND THE DOLLAR LINES MUST ADD       *
      *    ACROSS OR THE RUN DID NOT DO WHAT IT SAYS               *
                03  LATE-FEE-TOT            PIC 9(7)V99    VALUE 0.
                03  TOTAL-ASSESSED          PIC 9(7)V99    VALUE 0.
                03  CHARGES-FULL-CT         PIC 9(5)       VALUE 0.
                03  STUDENTS-NO-ID-CT       PIC 9(5)       VALUE 0.
                03  CHG-CARRIED-CT          PIC 9(5)       VALUE 0.
                03  BS-CARRIED-CT           PIC 9(5)       VALUE 0.
                03  BS-NEW-CT               PIC 9(5)       VALUE 0.
                03  PAID-TO-FEES            PIC 9(7)V99    VALUE 0.
                03  PAID-TO-INT             PIC 9(7)V99    VALUE 0.
                03  PAID-TO-PRIN            PIC 9(7)V99    VALUE 0.
                03  PAID-BACKED-OUT         PIC 9(7)V99    VALUE 0.
                03  PRIN-OUT-TOT            PIC S9(8)V99   VALUE 0.
                03  INT-OUT-TOT             PIC S9(8)V99   VALUE 0.
                03  FEE-OUT-TOT             PIC S9(8)V99   VALUE 0.
      **************************************************************
      *    WORK FIELDS FOR TURNING A YYYYMMDD DATE INTO A SERIAL   *
      *    DAY NUMBER SO TWO DATES CAN BE SUBTRACTED - THE SAME    *
                    'TOTAL DOLLARS ASSESSED'.
                03  FILLER                 PIC X(5)       VALUE SPACES.
                03  AL-TOTAL               PIC ZZZZZZ9.99.
       01  ASSESS-LINE6.
                03  FILLER                 PIC X(24)      VALUE
                    'CHARGE RECORDS CARRIED'.
                03  AL-CARRIED             PIC ZZZZ9.
       01  ASSESS-LINE7.
                03  FILLER                 PIC X(24)      VALUE
                    'BALANCE SPLITS CARRIED'.
                03  AL-BS-CARRIED          PIC ZZZZ9.
       01  ASSESS-LINE8.
                03  FILLER                 PIC X(24)      VALUE
                    'NEW BALANCE SPLITS'.
                03  AL-BS-NEW              PIC ZZZZ9.
      **************************************************************
      *    PAYMENT APPLICATION AND BALANCE-SPLIT LINES - WHAT THE   *
      *    PAYMENTS NEW THIS RUN WENT TO, AND WHAT IS OWED IN EACH  *
      *    PART AFTER THE RUN.  THE THREE PARTS OWED ADD UP TO THE  *
      *    GRAND TOTAL BALANCE ON THE LAB5 REPORT                   *
      **************************************************************
       01  ASSESS-SPLIT-HEADING.
                03  FILLER                 PIC X(40)      VALUE
                    'PAYMENTS APPLIED - FEES, INTEREST, THEN '.
                03  FILLER                 PIC X(9)       VALUE
                    'PRINCIPAL'.
       01  ASSESS-SPLIT-LINE.
                03  AS-LABEL               PIC X(24).
                03  FILLER                 PIC X(5)       VALUE SPACES.
                03  AS-AMOUNT              PIC ZZZZZZZ9.99-.
       01  ASSESS-NO-ID-LINE.
                03  FILLER                 PIC X(38)      VALUE
                    'STUDENTS SKIPPED - NO STUDENT ID'.
                03  AN-COUNT               PIC ZZZZ9.
       01  ASSESS-FULL-LINE.
                03  FILLER                 PIC X(38)      VALUE
                    'CHARGES SKIPPED - CHARGE HISTORY FULL'.
                MOVE RUN-DATE TO DW-DATE.
                PERFORM 2500-DATE-TO-SERIAL.
                MOVE DW-SERIAL TO RUN-SERIAL.
                PERFORM 0100-CHECK-RUN-LEDGER.
                OPEN INPUT INPUT-FILE
                     PAYHIST-FILE
                     OLD-CHGHIST
                     DISBHIST-FILE
                     OLD-BALSPLIT.
                OPEN OUTPUT NEW-CHGHIST
                     NEW-BALSPLIT
                     PRNT-FILE.
                PERFORM 2015-READ-ONE-PAYHIST.
                PERFORM 2022-READ-OLD-CHGHIST.
                PERFORM 2065-READ-ONE-DISBHIST.
                PERFORM 2082-READ-OLD-BALSPLIT.
                PERFORM 2000-READ-INPUT.
                PERFORM 1000-ASSESS-ONE-STUDENT
                    UNTIL EOF-I = 1.
                PERFORM 2025-CARRY-FORWARD-CHGHIST
                    UNTIL OLD-CH-KEY = HIGH-KEY.
                PERFORM 2085-CARRY-FORWARD-BALSPLIT
                    UNTIL OLD-BS-KEY = HIGH-KEY.
                PERFORM 2055-REQUIRE-PAYHIST-TRAILER.
                PERFORM 2075-REQUIRE-DISBHIST-TRAILER.
                PERFORM 8000-ASSESSMENT-REPORT.
                CLOSE INPUT-FILE
                      PAYHIST-FILE
                      OLD-CHGHIST
                      NEW-CHGHIST
                      DISBHIST-FILE
                      OLD-BALSPLIT
                      NEW-BALSPLIT
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
                MOVE 'PAYHIST'  TO GEN-FILE(1).
                MOVE 'I'        TO GEN-USE(1).
                MOVE 'CHGHIST'  TO GEN-FILE(2).
                MOVE 'U'        TO GEN-USE(2).
                MOVE 'DISBHIST' TO GEN-FILE(3).
                MOVE 'I'        TO GEN-USE(3).
                MOVE 'BALSPLIT' TO GEN-FILE(4).
                MOVE 'U'        TO GEN-USE(4).
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
                DISPLAY 'ASSESS5 - ' GEN-FILE(GEN-SUB)
                        ' IS NOT GENERATION ' GEN-W-GEN(GEN-SUB)
                        ' WRITTEN BY ' GEN-W-STEP(GEN-SUB)
                        ' ON ' GEN-W-DATE(GEN-SUB).
                DISPLAY 'ASSESS5 - COPY THE NEW FILE FROM '
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
                   DISPLAY 'ASSESS5 - ONLY PART OF THE LAST ASSESS5 '
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
                OPEN INPUT OLD-BALSPLIT.
                PERFORM 0245-READ-BALSPLIT-PASS
                    UNTIL EOF-LP = 1.
                CLOSE OLD-BALSPLIT.
                MOVE FP-COUNT TO GEN-CUR-COUNT(4).
                MOVE FP-HASH  TO GEN-CUR-HASH(4).
       0245-READ-BALSPLIT-PASS.
                READ OLD-BALSPLIT INTO BALSPLIT-REC
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
      **************************************************************
      *   FIGURES THE CURRENT STUDENT'S OUTSTANDING BALANCE (TOTAL *
      *   DISBURSED PLUS PRIOR CHARGES LESS PAYMENTS) AND SPLITS   *
      *   IT INTO PRINCIPAL, INTEREST AND FEES, ASSESSES INTEREST  *
      *   AND ANY LATE FEE, AND WRITES THE STUDENT'S CHARGE-       *
      *   HISTORY AND BALANCE-SPLIT RECORDS - UPDATED OR NOT - TO  *
      *   THE NEW FILES.  A STUDENT WITH NO STUDENT ID IS COUNTED  *
      *   AND SKIPPED                                              *
      **************************************************************
       1000-ASSESS-ONE-STUDENT.
                IF I-STU-ID = 0
                   ADD 1 TO STUDENTS-NO-ID-CT
                ELSE
                   PERFORM 1050-ASSESS-STUDENT.
                PERFORM 2000-READ-INPUT.
       1050-ASSESS-STUDENT.
                MOVE 'N' TO STUDENT-ASSESSED-SW.
                PERFORM 1100-LOAD-PAYMENTS.
                MOVE 0 TO TOTAL.
                    VARYING SUB FROM 1 BY 1
                    UNTIL SUB > PAY-COUNT.
                MOVE 0 TO CHG-TOTAL.
                MOVE 0 TO CHG-INT-TOTAL.
                MOVE 0 TO CHG-FEE-TOTAL.
                MOVE 0 TO CHG-PRIN-TOTAL.
                PERFORM 1250-ADD-ONE-CHARGE
                    VARYING SUB FROM 1 BY 1
                    UNTIL SUB > CH-CHG-COUNT.
                MOVE 0 TO DISB-TOTAL.
                IF DISBHIST-MATCHED
                   PERFORM 1270-ADD-ONE-DISBURSEMENT
                       VARYING SUB FROM 1 BY 1
                       UNTIL SUB > DH-DISB-COUNT
                ELSE
                   MOVE I-LOAN TO DISB-TOTAL.
                COMPUTE BALANCE = DISB-TOTAL + CHG-TOTAL - TOTAL
                                - BS-PRIN-WOFF.
                PERFORM 1200-SPLIT-BALANCE.
                IF BALANCE > 0
                   PERFORM 1300-ASSESS-INTEREST
                   PERFORM 1400-ASSESS-LATE-FEE.
                IF STUDENT-ASSESSED
                   ADD 1 TO STUDENTS-ASSESSED-CT.
                MOVE I-NAME   TO CH-NAME.
                MOVE I-STU-ID TO CH-STU-ID.
                WRITE NEW-CHGHIST-REC FROM CHGHIST-REC.
                MOVE I-NAME   TO BS-NAME.
                MOVE I-STU-ID TO BS-STU-ID.
                WRITE NEW-BALSPLIT-REC FROM BALSPLIT-REC.
                ADD BS-PRIN-OUT TO PRIN-OUT-TOT.
                ADD BS-INT-OUT  TO INT-OUT-TOT.
                ADD BS-FEE-OUT  TO FEE-OUT-TOT.
      **************************************************************
      *   COPIES THIS STUDENT'S PAYMENT HISTORY INTO THE WORKING   *
      *   ARRAY, FALLING BACK TO THE ORIGINAL FOUR-PAYMENT MASTER  *
      *   BALANCE                                                  *
      **************************************************************
       1100-LOAD-PAYMENTS.
                IF PAYHIST-MATCHED
                   AND PH-PAID-COUNT > 0
                   MOVE PH-PAID-COUNT TO PAY-COUNT
                   PERFORM 1150-LOAD-ONE-PAYMENT
                       VARYING SUB FROM 1 BY 1
                MOVE PH-PAID-AMT(SUB) TO PAID(SUB).
       1160-ADD-ONE-PAYMENT.
                ADD PAID(SUB) TO TOTAL.
      **************************************************************
      *   BRINGS THE STUDENT'S BALANCE SPLIT UP TO DATE - FIRST    *
      *   WHATEVER HAS BEEN DISBURSED, BILLED OR WAIVED SINCE THE  *
      *   LAST RUN, THEN THE PAYMENTS POSTED SINCE THE LAST RUN    *
      **************************************************************
       1200-SPLIT-BALANCE.
                PERFORM 1210-BRING-CHARGES-UP.
                PERFORM 1220-APPLY-PAYMENTS.
      **************************************************************
      *   ADDS TO EACH PART OF THE BALANCE WHATEVER OF THAT KIND   *
      *   IS NEW SINCE THE LAST RUN - A DOWNWARD CHANGE (FUNDS     *
      *   RETURNED, A CHARGE WAIVED OR PRINCIPAL WRITTEN OFF BY    *
      *   ADJ5) COMES OFF THE SAME PART.  PRINCIPAL BILLED IS      *
      *   WHAT WAS DISBURSED AND CHARGED LESS WHAT HAS BEEN        *
      *   WRITTEN OFF.  A WAIVER OF INTEREST OR FEES THE STUDENT   *
      *   HAD ALREADY PAID LEAVES THAT PAYMENT WITH NOTHING TO     *
      *   PAY, SO IT IS MOVED ACROSS TO PRINCIPAL                  *
      **************************************************************
       1210-BRING-CHARGES-UP.
                COMPUTE PRIN-BILLED-NOW = DISB-TOTAL + CHG-PRIN-TOTAL
                                        - BS-PRIN-WOFF.
                COMPUTE BS-PRIN-OUT = BS-PRIN-OUT + PRIN-BILLED-NOW
                                    - BS-PRIN-BILLED.
                COMPUTE BS-INT-OUT  = BS-INT-OUT + CHG-INT-TOTAL
                                    - BS-INT-BILLED.
                COMPUTE BS-FEE-OUT  = BS-FEE-OUT + CHG-FEE-TOTAL
                                    - BS-FEE-BILLED.
                MOVE PRIN-BILLED-NOW TO BS-PRIN-BILLED.
                MOVE CHG-INT-TOTAL   TO BS-INT-BILLED.
                MOVE CHG-FEE-TOTAL   TO BS-FEE-BILLED.
                IF BS-INT-OUT < 0
                   PERFORM 1212-MOVE-INT-CREDIT.
                IF BS-FEE-OUT < 0
                   PERFORM 1214-MOVE-FEE-CREDIT.
       1212-MOVE-INT-CREDIT.
                COMPUTE APPLY-AMT = 0 - BS-INT-OUT.
                ADD BS-INT-OUT TO BS-PRIN-OUT.
                MOVE 0 TO BS-INT-OUT.
                IF APPLY-AMT > BS-INT-PAID
                   MOVE BS-INT-PAID TO APPLY-AMT.
                SUBTRACT APPLY-AMT FROM BS-INT-PAID.
                ADD APPLY-AMT TO BS-PRIN-PAID.
                PERFORM 1265-TAKE-OFF-INT-PAID.
       1214-MOVE-FEE-CREDIT.
                COMPUTE APPLY-AMT = 0 - BS-FEE-OUT.
                ADD BS-FEE-OUT TO BS-PRIN-OUT.
                MOVE 0 TO BS-FEE-OUT.
                IF APPLY-AMT > BS-FEE-PAID
                   MOVE BS-FEE-PAID TO APPLY-AMT.
                SUBTRACT APPLY-AMT FROM BS-FEE-PAID.
                ADD APPLY-AMT TO BS-PRIN-PAID.
      **************************************************************
      *   APPLIES THE PAYMENTS POSTED SINCE THE LAST RUN - WHAT IS *
      *   ON PAYHIST NOW LESS WHAT HAD ALREADY BEEN APPLIED.  LESS *
      *   THAN BEFORE MEANS POST5 REVERSED A PAYMENT               *
      **************************************************************
       1220-APPLY-PAYMENTS.
                COMPUTE NEW-PAID = TOTAL - BS-PAID-APPLIED.
                MOVE TOTAL TO BS-PAID-APPLIED.
                IF NEW-PAID > 0
                   PERFORM 1230-APPLY-NEW-PAYMENTS
                ELSE
                IF NEW-PAID < 0
                   PERFORM 1240-BACK-OUT-PAYMENTS.
      **************************************************************
      *   APPLIES NEW MONEY IN THE FIXED ORDER - LATE FEES FIRST,  *
      *   THEN INTEREST, THEN PRINCIPAL.  ANYTHING LEFT OVER ONCE  *
      *   THE PRINCIPAL IS CLEARED STILL GOES TO PRINCIPAL, WHICH  *
      *   GOES NEGATIVE - A CREDIT BALANCE                         *
      **************************************************************
       1230-APPLY-NEW-PAYMENTS.
                MOVE NEW-PAID TO APPLY-LEFT.
                PERFORM 1255-SET-PAY-YEAR.
                IF BS-FEE-OUT > 0
                   PERFORM 1232-PAY-FEES.
                IF BS-INT-OUT > 0
                   AND APPLY-LEFT > 0
                   PERFORM 1234-PAY-INTEREST.
                SUBTRACT APPLY-LEFT FROM BS-PRIN-OUT.
                ADD APPLY-LEFT TO BS-PRIN-PAID.
                ADD APPLY-LEFT TO PAID-TO-PRIN.
       1232-PAY-FEES.
                IF APPLY-LEFT < BS-FEE-OUT
                   MOVE APPLY-LEFT TO APPLY-AMT
                ELSE
                   MOVE BS-FEE-OUT TO APPLY-AMT.
                SUBTRACT APPLY-AMT FROM BS-FEE-OUT.
                SUBTRACT APPLY-AMT FROM APPLY-LEFT.
                ADD APPLY-AMT TO BS-FEE-PAID.
                ADD APPLY-AMT TO PAID-TO-FEES.
       1234-PAY-INTEREST.
                IF APPLY-LEFT < BS-INT-OUT
                   MOVE APPLY-LEFT TO APPLY-AMT
                ELSE
                   MOVE BS-INT-OUT TO APPLY-AMT.
                SUBTRACT APPLY-AMT FROM BS-INT-OUT.
                SUBTRACT APPLY-AMT FROM APPLY-LEFT.
                ADD APPLY-AMT TO BS-INT-PAID.
                ADD APPLY-AMT TO PAID-TO-INT.
                PERFORM 1260-ADD-INT-PAID.
      **************************************************************
      *   BACKS A REVERSED PAYMENT OUT IN THE OPPOSITE ORDER TO    *
      *   THE ONE IT WENT IN - OFF PRINCIPAL PAID FIRST, THEN      *
      *   INTEREST, THEN FEES - PUTTING WHAT IT HAD PAID BACK ON   *
      *   WHAT THE STUDENT OWES                                    *
      **************************************************************
       1240-BACK-OUT-PAYMENTS.
                COMPUTE APPLY-LEFT = 0 - NEW-PAID.
                ADD APPLY-LEFT TO PAID-BACKED-OUT.
                IF BS-PRIN-PAID > 0
                   PERFORM 1242-UNPAY-PRINCIPAL.
                IF BS-INT-PAID > 0
                   AND APPLY-LEFT > 0
                   PERFORM 1244-UNPAY-INTEREST.
                IF BS-FEE-PAID > 0
                   AND APPLY-LEFT > 0
                   PERFORM 1246-UNPAY-FEES.
                ADD APPLY-LEFT TO BS-PRIN-OUT.
       1242-UNPAY-PRINCIPAL.
                IF APPLY-LEFT < BS-PRIN-PAID
                   MOVE APPLY-LEFT TO APPLY-AMT
                ELSE
                   MOVE BS-PRIN-PAID TO APPLY-AMT.
                ADD APPLY-AMT TO BS-PRIN-OUT.
                SUBTRACT APPLY-AMT FROM BS-PRIN-PAID.
                SUBTRACT APPLY-AMT FROM APPLY-LEFT.
       1244-UNPAY-INTEREST.
                IF APPLY-LEFT < BS-INT-PAID
                   MOVE APPLY-LEFT TO APPLY-AMT
                ELSE
                   MOVE BS-INT-PAID TO APPLY-AMT.
                ADD APPLY-AMT TO BS-INT-OUT.
                SUBTRACT APPLY-AMT FROM BS-INT-PAID.
                SUBTRACT APPLY-AMT FROM APPLY-LEFT.
                PERFORM 1265-TAKE-OFF-INT-PAID.
       1246-UNPAY-FEES.
                IF APPLY-LEFT < BS-FEE-PAID
                   MOVE APPLY-LEFT TO APPLY-AMT
                ELSE
                   MOVE BS-FEE-PAID TO APPLY-AMT.
                ADD APPLY-AMT TO BS-FEE-OUT.
                SUBTRACT APPLY-AMT FROM BS-FEE-PAID.
                SUBTRACT APPLY-AMT FROM APPLY-LEFT.
      **************************************************************
      *   ROLLS ONE CHARGE INTO WHAT THE STUDENT OWES, AND INTO    *
      *   THE TOTAL FOR ITS KIND - INTEREST, LATE FEES, AND        *
      *   EVERYTHING ELSE (TUITION) AS PRINCIPAL                   *
      **************************************************************
       1250-ADD-ONE-CHARGE.
                ADD CH-CHG-AMT(SUB) TO CHG-TOTAL.
                IF CH-CHG-TYPE(SUB) = 'I'
                   ADD CH-CHG-AMT(SUB) TO CHG-INT-TOTAL
                ELSE
                IF CH-CHG-TYPE(SUB) = 'L'
                   ADD CH-CHG-AMT(SUB) TO CHG-FEE-TOTAL
                ELSE
                   ADD CH-CHG-AMT(SUB) TO CHG-PRIN-TOTAL.
      **************************************************************
      *   THE CALENDAR YEAR NEW INTEREST PAID BELONGS TO - THE     *
      *   YEAR OF THE STUDENT'S LAST POSTED PAYMENT, OR OF THE RUN *
      *   WHEN THERE IS NO USABLE PAYMENT DATE                     *
      **************************************************************
       1255-SET-PAY-YEAR.
                MOVE RUN-DATE TO DW-DATE.
                IF PAYHIST-MATCHED
                   AND PH-LAST-PAID-DATE NUMERIC
                   AND PH-LAST-PAID-DATE > 0
                   AND PH-LAST-PAID-DATE NOT > RUN-DATE
                   MOVE PH-LAST-PAID-DATE TO DW-DATE.
                MOVE DW-YYYY TO PAY-YEAR.
      **************************************************************
      *   ADDS INTEREST JUST PAID TO THE YEAR IT BELONGS TO - A    *
      *   PAYMENT IN A LATER YEAR THAN THE ONE BEING KEPT MOVES    *
      *   THAT YEAR DOWN TO PRIOR AND STARTS THE NEW ONE FROM ZERO *
      **************************************************************
       1260-ADD-INT-PAID.
                IF PAY-YEAR > BS-INT-YEAR
                   MOVE BS-INT-YEAR TO BS-PRIOR-YEAR
                   MOVE BS-INT-YTD  TO BS-INT-PRIOR
                   MOVE PAY-YEAR    TO BS-INT-YEAR
                   MOVE 0           TO BS-INT-YTD.
                IF PAY-YEAR = BS-PRIOR-YEAR
                   AND PAY-YEAR < BS-INT-YEAR
                   ADD APPLY-AMT TO BS-INT-PRIOR
                ELSE
                   ADD APPLY-AMT TO BS-INT-YTD.
      **************************************************************
      *   TAKES INTEREST NO LONGER PAID (A REVERSAL OR A WAIVER)   *
      *   OFF THE CURRENT YEAR'S INTEREST PAID                     *
      **************************************************************
       1265-TAKE-OFF-INT-PAID.
                IF APPLY-AMT > BS-INT-YTD
                   MOVE 0 TO BS-INT-YTD
                ELSE
                   SUBTRACT APPLY-AMT FROM BS-INT-YTD.
      **************************************************************
      *   ROLLS ONE DISBURSEMENT INTO WHAT WAS LENT - A RETURN OF  *
      *   FUNDS COMES OFF IT, A CANCELLED DISBURSEMENT COUNTS FOR  *
      *   NOTHING                                                  *
      **************************************************************
       1270-ADD-ONE-DISBURSEMENT.
                IF DH-DISB-TYPE(SUB) = 'D'
                   ADD DH-DISB-AMT(SUB) TO DISB-TOTAL
                ELSE
                IF DH-DISB-TYPE(SUB) = 'R'
                   SUBTRACT DH-DISB-AMT(SUB) FROM DISB-TOTAL.
      **************************************************************
      *   ASSESSES THE MONTHLY INTEREST CHARGE ON THE PRINCIPAL    *
      *   OUTSTANDING ONLY - NEVER ON UNPAID INTEREST OR FEES      *
      **************************************************************
       1300-ASSESS-INTEREST.
                MOVE 0 TO CHG-NEW-AMT.
                IF BS-PRIN-OUT > 0
                   COMPUTE CHG-NEW-AMT ROUNDED =
                           BS-PRIN-OUT * MONTHLY-INT-RATE.
                IF CHG-NEW-AMT > 0
                   MOVE 'I' TO CHG-NEW-TYPE
                   PERFORM 1500-APPEND-CHARGE.
      *   EXACTLY AS ON THE AGING REPORT                           *
      **************************************************************
       1400-ASSESS-LATE-FEE.
                IF NOT PAYHIST-MATCHED
                   OR PH-LAST-PAID-DATE = 0
                   MOVE 99999 TO DW-DAYS
                ELSE
                   PERFORM 2360-DAYS-SINCE-PAYMENT.
                   PERFORM 1500-APPEND-CHARGE.
      **************************************************************
      *   APPENDS ONE NEW DATED CHARGE TO THE STUDENT'S CHARGE     *
      *   HISTORY AND ITS BALANCE SPLIT, AND ROLLS IT INTO THE     *
      *   CONTROL TOTALS - A FULL CHARGE HISTORY IS COUNTED AND    *
      *   REPORTED RATHER THAN OVERWRITING ANYBODY'S EXISTING      *
      *   CHARGES                                                  *
      **************************************************************
       1500-APPEND-CHARGE.
                IF CH-CHG-COUNT NOT < 12
                   IF CHG-NEW-TYPE = 'I'
                      ADD 1 TO INT-CHARGE-CT
                      ADD CHG-NEW-AMT TO INT-CHARGE-AMT
                      ADD CHG-NEW-AMT TO BS-INT-OUT
                      ADD CHG-NEW-AMT TO BS-INT-BILLED
                   ELSE
                      ADD 1 TO LATE-FEE-CT
                      ADD CHG-NEW-AMT TO LATE-FEE-TOT
                      ADD CHG-NEW-AMT TO BS-FEE-OUT
                      ADD CHG-NEW-AMT TO BS-FEE-BILLED.
      **************************************************************
      *   READS THE STUDENT MASTER AND MATCHES THE PAYMENT, CHARGE *
      *   AND DISBURSEMENT HISTORY AND BALANCE-SPLIT RECORDS TO IT *
      *   BY STUDENT ID                                            *
      **************************************************************
       2000-READ-INPUT.
                READ INPUT-FILE
                    AT END MOVE 1 TO EOF-I.
                IF EOF-I NOT = 1
                   IF I-STU-ID NOT NUMERIC
                      MOVE 0 TO I-STU-ID.
                IF EOF-I NOT = 1
                   ADD 1 TO STUDENTS-READ
                   PERFORM 2010-MATCH-PAYHIST
                   PERFORM 2020-MATCH-CHGHIST
                   PERFORM 2060-MATCH-DISBHIST
                   PERFORM 2080-MATCH-BALSPLIT.
      **************************************************************
      *   SKIPS PAST ANY PAYMENT-HISTORY RECORD FOR AN ID BELOW    *
      *   THIS STUDENT'S AND FLAGS WHETHER THE RECORD NOW CURRENT  *
      *   IS THIS STUDENT'S.  A STUDENT WITH NO RECORD IS TREATED  *
      *   AS HAVING NO PAYMENTS ON FILE RATHER THAN ABENDING THE   *
      *   RUN - BUT A MASTER THAT ENDS WITHOUT A PROVABLE TRAILER  *
      *   STOPS THE RUN AT END OF JOB                              *
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
                   DISPLAY 'ASSESS5 - RECORDS FOUND BEHIND THE '
                           'PAYHIST TRAILER - MASTER WAS APPENDED '
                           'TO, NOT REPLACED'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'RECORDS BEHIND TRAILER' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
      **************************************************************
      *   PROVES THE MASTER'S TRAILER - RIGHT LAYOUT VERSION, AND  *
                   OR TR-TOTAL-PAID NOT NUMERIC
                   OR TR-LAYOUT-VERSION NOT NUMERIC
                   DISPLAY 'ASSESS5 - PAYHIST TRAILER UNREADABLE'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'TRAILER UNREADABLE' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF TR-LAYOUT-VERSION NOT = PAYHIST-LAYOUT-VER
                   DISPLAY 'ASSESS5 - PAYHIST LAYOUT VERSION '
                           TR-LAYOUT-VERSION ' NOT THE EXPECTED '
                           PAYHIST-LAYOUT-VER
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'WRONG LAYOUT VERSION' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF TR-REC-COUNT NOT = VER-REC-COUNT
                   OR TR-TOTAL-PAID NOT = VER-PAID-TOTAL
                   DISPLAY 'ASSESS5 - PAYHIST TRAILER DOES NOT MATCH '
                           'FILE CONTENTS - PARTIAL OR CORRUPT COPY'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'TRAILER DOES NOT MATCH' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
      **************************************************************
      *   THE TRAILER NORMALLY TURNS UP DURING THE MATCHING READS; *
      *   WHEN THE MASTER HOLDS STUDENTS BEYOND THE LAST ONE ON    *
      *   THE STUDENT FILE IT IS STILL SITTING UNREAD, SO THE REST *
      *   OF THE MASTER IS READ THROUGH TO FETCH IT.  A MASTER     *
      *   THAT ENDS WITH NO PROVABLE TRAILER IS A PARTIAL OR       *
      *   MISMATCHED COPY AND THE RUN STOPS                        *
      **************************************************************
       2055-REQUIRE-PAYHIST-TRAILER.
                PERFORM 2015-READ-ONE-PAYHIST
                    UNTIL EOF-PH = 1.
                IF NOT PAYHIST-TRAILER-SEEN
                   DISPLAY 'ASSESS5 - NO CONTROL TRAILER ON PAYHIST '
                           '- PARTIAL COPY OR UNSTAMPED MASTER'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'NO CONTROL TRAILER' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
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
                   DISPLAY 'ASSESS5 - DISBHIST TRAILER UNREADABLE'
                   MOVE 'DISBHIST' TO STOP-FILE
                   MOVE 'TRAILER UNREADABLE' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF DTR-LAYOUT-VERSION NOT = DISBHIST-LAYOUT-VER
                   DISPLAY 'ASSESS5 - DISBHIST LAYOUT VERSION '
                           DTR-LAYOUT-VERSION ' NOT THE EXPECTED '
                           DISBHIST-LAYOUT-VER
                   MOVE 'DISBHIST' TO STOP-FILE
                   MOVE 'WRONG LAYOUT VERSION' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF DTR-REC-COUNT NOT = VER-DH-COUNT
                   OR DTR-TOTAL-DISB NOT = VER-DISB-TOTAL
                   DISPLAY 'ASSESS5 - DISBHIST TRAILER DOES NOT MATCH '
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
                   DISPLAY 'ASSESS5 - RECORDS FOUND BEHIND THE '
                           'DISBHIST TRAILER - MASTER WAS APPENDED '
                           'TO, NOT REPLACED'
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
                   DISPLAY 'ASSESS5 - NO CONTROL TRAILER ON DISBHIST - '
                           'PARTIAL COPY'
                   MOVE 'DISBHIST' TO STOP-FILE
                   MOVE 'NO CONTROL TRAILER' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
      **************************************************************
      *   RECORDS THIS RUN ON THE RUN-CONTROL LEDGER - THE STEP,    *
      *   EVERY GENERATION READ AND WRITTEN, AND THE CONTROL        *
      *   TOTALS - ONLY ONCE EVERYTHING ELSE HAS CLOSED CLEANLY     *
      **************************************************************
       7800-POST-RUN-LEDGER.
                PERFORM 7830-FINGERPRINT-NEW-CHGHIST.
                PERFORM 7840-FINGERPRINT-NEW-BALSPLIT.
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
                MOVE 'STUDENTS ASSESSED' TO LEDGER-TOTAL-NAME.
                MOVE STUDENTS-ASSESSED-CT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'STUDENTS WITH NO ID' TO LEDGER-TOTAL-NAME.
                MOVE STUDENTS-NO-ID-CT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'INTEREST CHARGES' TO LEDGER-TOTAL-NAME.
                MOVE INT-CHARGE-CT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'INTEREST DOLLARS' TO LEDGER-TOTAL-NAME.
                MOVE INT-CHARGE-AMT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'LATE FEES' TO LEDGER-TOTAL-NAME.
                MOVE LATE-FEE-CT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'LATE FEE DOLLARS' TO LEDGER-TOTAL-NAME.
                MOVE LATE-FEE-TOT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'TOTAL ASSESSED' TO LEDGER-TOTAL-NAME.
                MOVE TOTAL-ASSESSED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'CHARGES SKIPPED - HISTORY FULL'
                     TO LEDGER-TOTAL-NAME.
                MOVE CHARGES-FULL-CT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'CHGHIST RECORDS CARRIED' TO LEDGER-TOTAL-NAME.
                MOVE CHG-CARRIED-CT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'BALSPLIT RECORDS CARRIED' TO LEDGER-TOTAL-NAME.
                MOVE BS-CARRIED-CT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'PAID TO LATE FEES' TO LEDGER-TOTAL-NAME.
                MOVE PAID-TO-FEES TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'PAID TO INTEREST' TO LEDGER-TOTAL-NAME.
                MOVE PAID-TO-INT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'PAID TO PRINCIPAL' TO LEDGER-TOTAL-NAME.
                MOVE PAID-TO-PRIN TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'PAYMENTS BACKED OUT' TO LEDGER-TOTAL-NAME.
                MOVE PAID-BACKED-OUT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'PRINCIPAL OUTSTANDING' TO LEDGER-TOTAL-NAME.
                MOVE PRIN-OUT-TOT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'INTEREST OUTSTANDING' TO LEDGER-TOTAL-NAME.
                MOVE INT-OUT-TOT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'FEES OUTSTANDING' TO LEDGER-TOTAL-NAME.
                MOVE FEE-OUT-TOT TO LEDGER-TOTAL-VALUE.
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
      *   FINGERPRINTS BALSPLIT-NEW AS IT WAS ACTUALLY WRITTEN, THE *
      *   SAME WAY THE NEXT STEP WILL FINGERPRINT IT AS BALSPLIT    *
      **************************************************************
       7840-FINGERPRINT-NEW-BALSPLIT.
                MOVE 0 TO EOF-LP.
                MOVE 0 TO FP-COUNT.
                MOVE 0 TO FP-HASH.
                OPEN INPUT NEW-BALSPLIT.
                PERFORM 7845-READ-NEW-BALSPLIT-PASS
                    UNTIL EOF-LP = 1.
                CLOSE NEW-BALSPLIT.
                MOVE FP-COUNT TO GEN-NEW-COUNT(4).
                MOVE FP-HASH  TO GEN-NEW-HASH(4).
       7845-READ-NEW-BALSPLIT-PASS.
                READ NEW-BALSPLIT INTO BALSPLIT-REC
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   PERFORM 0280-HASH-BALSPLIT-REC.
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
      *   STOPS THE RUN COLD - CHGHIST-NEW OR BALSPLIT-NEW FROM AN *
      *   ABORTED RUN MUST NEVER BE COPIED OVER THE LIVE MASTER    *
      **************************************************************
       9999-ABORT-RUN.
                IF NOT STOP-RECORDED
                   PERFORM 9990-RECORD-STOP.
                DISPLAY 'ASSESS5 - RUN STOPPED - CHECK THE MASTER '
                        'NAMED ABOVE BEFORE RERUNNING'.
                STOP RUN.
      **************************************************************
      *   CARRIES FORWARD ANY OLD CHARGE-HISTORY RECORD FOR AN ID  *
      *   BELOW THIS STUDENT'S, THEN TAKES THIS STUDENT'S OWN      *
      *   RECORD IF THERE IS ONE.  A STUDENT NOT YET ON CHGHIST    *
      *   (OR A FIRST-EVER RUN AGAINST AN EMPTY FILE) STARTS WITH  *
      *   AN EMPTY CHARGE HISTORY AND IS WRITTEN TO THE NEW FILE   *
      *   ANYWAY                                                   *
      **************************************************************
       2020-MATCH-CHGHIST.
                PERFORM 2025-CARRY-FORWARD-CHGHIST
                    UNTIL OLD-CH-KEY NOT < I-STU-ID.
                IF OLD-CH-KEY = I-STU-ID
                   AND I-STU-ID > 0
                   MOVE OLD-CHGHIST-REC TO CHGHIST-REC
                   PERFORM 2022-READ-OLD-CHGHIST
                ELSE
                   MOVE SPACES TO CH-NAME
                   MOVE 0 TO CH-CHG-COUNT
                   PERFORM 2030-CLEAR-ONE-CHARGE
                       VARYING SUB FROM 1 BY 1
                       UNTIL SUB > 12.
                IF CH-CHG-COUNT NOT NUMERIC
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
      *   CARRIES FORWARD ANY OLD BALANCE-SPLIT RECORD FOR AN ID   *
      *   BELOW THIS STUDENT'S, THEN TAKES THIS STUDENT'S OWN      *
      *   RECORD IF THERE IS ONE.  A STUDENT NOT YET ON BALSPLIT   *
      *   STARTS FROM ALL ZEROS - NOTHING BILLED, NOTHING PAID -   *
      *   SO THEIR WHOLE HISTORY IS SPLIT THIS RUN                 *
      **************************************************************
       2080-MATCH-BALSPLIT.
                PERFORM 2085-CARRY-FORWARD-BALSPLIT
                    UNTIL OLD-BS-KEY NOT < I-STU-ID.
                IF OLD-BS-KEY = I-STU-ID
                   AND I-STU-ID > 0
                   MOVE OLD-BALSPLIT-REC TO BALSPLIT-REC
                   PERFORM 2082-READ-OLD-BALSPLIT
                ELSE
                   PERFORM 2088-CLEAR-BALSPLIT.
       2082-READ-OLD-BALSPLIT.
                IF EOF-BS NOT = 1
                   READ OLD-BALSPLIT
                       AT END MOVE 1 TO EOF-BS.
                IF EOF-BS = 1
                   MOVE HIGH-KEY TO OLD-BS-KEY
                ELSE
                IF OBS-STU-ID NOT NUMERIC
                   MOVE 0 TO OLD-BS-KEY
                ELSE
                   MOVE OBS-STU-ID TO OLD-BS-KEY.
       2085-CARRY-FORWARD-BALSPLIT.
                WRITE NEW-BALSPLIT-REC FROM OLD-BALSPLIT-REC.
                ADD 1 TO BS-CARRIED-CT.
                PERFORM 2082-READ-OLD-BALSPLIT.
       2088-CLEAR-BALSPLIT.
                MOVE SPACES TO BS-NAME.
                MOVE 0 TO BS-PRIN-OUT.
                MOVE 0 TO BS-INT-OUT.
                MOVE 0 TO BS-FEE-OUT.
                MOVE 0 TO BS-PRIN-BILLED.
                MOVE 0 TO BS-INT-BILLED.
                MOVE 0 TO BS-FEE-BILLED.
                MOVE 0 TO BS-PAID-APPLIED.
                MOVE 0 TO BS-PRIN-PAID.
                MOVE 0 TO BS-INT-PAID.
                MOVE 0 TO BS-FEE-PAID.
                MOVE 0 TO BS-INT-YEAR.
                MOVE 0 TO BS-INT-YTD.
                MOVE 0 TO BS-PRIOR-YEAR.
                MOVE 0 TO BS-INT-PRIOR.
                MOVE 0 TO BS-PRIN-WOFF.
                MOVE 0 TO BS-STU-ID.
                IF I-STU-ID > 0
                   ADD 1 TO BS-NEW-CT.
      **************************************************************
      *   FIGURES THE DAYS BETWEEN THE CURRENT PAYHIST RECORD'S    *
      *   LAST-PAYMENT DATE AND THE RUN DATE - A PAYMENT DATED IN  *
      *   THE FUTURE COUNTS AS ZERO DAYS RATHER THAN WRAPPING      *
      **************************************************************
      *   PRINTS THE CONTROL TOTALS SO THE BURSAR CAN BALANCE THE  *
      *   RUN - INTEREST PLUS LATE FEES MUST EQUAL THE TOTAL       *
      *   DOLLARS ASSESSED - THEN WHERE THIS RUN'S PAYMENTS WENT   *
      *   AND WHAT IS NOW OWED IN EACH PART                        *
      **************************************************************
       8000-ASSESSMENT-REPORT.
                MOVE RUN-DATE TO AH-DATE.
                MOVE TOTAL-ASSESSED       TO AL-TOTAL.
                WRITE PRNT-REC FROM ASSESS-LINE5
                    AFTER ADVANCING 1 LINE.
                MOVE CHG-CARRIED-CT       TO AL-CARRIED.
                WRITE PRNT-REC FROM ASSESS-LINE6
                    AFTER ADVANCING 1 LINE.
                MOVE BS-CARRIED-CT        TO AL-BS-CARRIED.
                WRITE PRNT-REC FROM ASSESS-LINE7
                    AFTER ADVANCING 1 LINE.
                MOVE BS-NEW-CT            TO AL-BS-NEW.
                WRITE PRNT-REC FROM ASSESS-LINE8
                    AFTER ADVANCING 1 LINE.
                WRITE PRNT-REC FROM ASSESS-SPLIT-HEADING
                    AFTER ADVANCING 2 LINES.
                MOVE 'PAID TO LATE FEES'     TO AS-LABEL.
                MOVE PAID-TO-FEES            TO AS-AMOUNT.
                PERFORM 8010-PRINT-SPLIT-LINE.
                MOVE 'PAID TO INTEREST'      TO AS-LABEL.
                MOVE PAID-TO-INT             TO AS-AMOUNT.
                PERFORM 8010-PRINT-SPLIT-LINE.
                MOVE 'PAID TO PRINCIPAL'     TO AS-LABEL.
                MOVE PAID-TO-PRIN            TO AS-AMOUNT.
                PERFORM 8010-PRINT-SPLIT-LINE.
                MOVE 'PAYMENTS BACKED OUT'   TO AS-LABEL.
                MOVE PAID-BACKED-OUT         TO AS-AMOUNT.
                PERFORM 8010-PRINT-SPLIT-LINE.
                MOVE 'PRINCIPAL OUTSTANDING' TO AS-LABEL.
                MOVE PRIN-OUT-TOT            TO AS-AMOUNT.
                PERFORM 8010-PRINT-SPLIT-LINE.
                MOVE 'INTEREST OUTSTANDING'  TO AS-LABEL.
                MOVE INT-OUT-TOT             TO AS-AMOUNT.
                PERFORM 8010-PRINT-SPLIT-LINE.
                MOVE 'FEES OUTSTANDING'      TO AS-LABEL.
                MOVE FEE-OUT-TOT             TO AS-AMOUNT.
                PERFORM 8010-PRINT-SPLIT-LINE.
                IF STUDENTS-NO-ID-CT > 0
                   MOVE STUDENTS-NO-ID-CT TO AN-COUNT
                   WRITE PRNT-REC FROM ASSESS-NO-ID-LINE
                       AFTER ADVANCING 2 LINES.
                IF CHARGES-FULL-CT > 0
                   MOVE CHARGES-FULL-CT   TO AF-COUNT
                   WRITE PRNT-REC FROM ASSESS-FULL-LINE
                       AFTER ADVANCING 2 LINES.
       8010-PRINT-SPLIT-LINE.
                WRITE PRNT-REC FROM ASSESS-SPLIT-LINE
                    AFTER ADVANCING 1 LINE.
