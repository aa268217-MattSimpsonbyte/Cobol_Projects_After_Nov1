       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ADJ5.
       AUTHOR. Matthew Simpson.
      *  CHARGE ADJUSTMENT POSTING.
      *  ONCE ASSESS5 HAS WRITTEN AN 'I' INTEREST OR 'L' LATE-FEE
      *  CHARGE ONTO A STUDENT'S CHGHIST RECORD THERE WAS NO WAY TO
      *  TAKE IT BACK SHORT OF HAND-EDITING THE FILE.  THIS STEP
      *  POSTS APPROVED ADJUSTMENTS FROM ADJTRAN AGAINST THE CHGHIST
      *  CHARGE-HISTORY MASTER AND THE BALSPLIT BALANCE-SPLIT
      *  MASTER.  OLD MASTERS (CHGHIST, BALSPLIT) AND TRANSACTIONS
      *  (ADJTRAN) ARE ALL IN ASCENDING ORDER OF THE PERMANENT
      *  STUDENT ID AND ARE MATCHED ON IT, THE SAME WAY POST5
      *  MATCHES PAYHIST; PAYHIST ITSELF IS MATCHED THE SAME WAY BUT
      *  ONLY READ.  THIS IS A STANDARD SEQUENTIAL MASTER-FILE
      *  UPDATE - THE OLD MASTERS ARE NEVER REWRITTEN IN PLACE, NEW
      *  MASTERS (CHGHIST-NEW, BALSPLIT-NEW) ARE WRITTEN INSTEAD AND
      *  OPERATIONS COPIES THEM OVER CHGHIST AND BALSPLIT BEFORE THE
      *  NEXT LAB5, ASSESS5 OR DUN5 RUN.
      *  THREE KINDS OF ADJUSTMENT ARE POSTED -
      *    'W' A WAIVER OF ONE SPECIFIC INTEREST OR LATE-FEE CHARGE,
      *        FOUND BY ITS TYPE, DATE AND AMOUNT AS IT NOW STANDS.
      *        THE WHOLE CHARGE COMES OFF;
      *    'R' A PARTIAL REDUCTION OF ONE SPECIFIC INTEREST OR
      *        LATE-FEE CHARGE, FOUND THE SAME WAY - THE REDUCTION
      *        MUST LEAVE SOMETHING OF THE CHARGE, A FULL REDUCTION
      *        IS A WAIVER;
      *    'B' A BAD-DEBT WRITE-OFF OF WHAT THE STUDENT STILL OWES,
      *        TAKEN FROM THEIR BALSPLIT RECORD - THE INTEREST, LATE
      *        FEES AND PRINCIPAL OUTSTANDING AS AT THE LAST ASSESS5
      *        RUN, WITH ANY INTEREST OR FEES CHARGED OR WAIVED
      *        SINCE.  WHAT IS OWED IN INTEREST AND FEES COMES OFF
      *        THE STUDENT'S NEWEST 'I' AND 'L' CHARGES, SO A CHARGE
      *        THEIR PAYMENTS HAVE ALREADY GONE TO KEEPS ITS AMOUNT
      *        AND THOSE PAYMENTS STAY WHERE THEY WENT.  THE LOAN
      *        AND TUITION ARE CARRIED ON DISBHIST AND CHGHIST AND
      *        ARE NOT CHANGED HERE - THE PRINCIPAL STILL OWED IS
      *        ADDED TO BS-PRIN-WOFF ON BALSPLIT INSTEAD, AND ASSESS5,
      *        LAB5 AND DUN5 TAKE IT OFF THE BALANCE, SO THE STUDENT
      *        OWES NOTHING AND LEAVES THE DUNNING CYCLE.  A
      *        WRITE-OFF IS REJECTED WHEN PAYHIST HOLDS PAYMENTS THE
      *        SPLIT HAS NOT YET TAKEN IN - ASSESS5 MUST RUN FIRST.
      *        ANYTHING DISBURSED OR BILLED AS TUITION SINCE THE LAST
      *        ASSESS5 RUN IS NOT IN THE SPLIT AND STAYS OWED, AND A
      *        LATER RECOVERY PAYMENT SHOWS AS A CREDIT.
      *  AN ADJUSTED CHARGE STAYS ON THE HISTORY IN ITS OWN SLOT,
      *  WITH ITS TYPE AND DATE, CARRYING WHAT IS LEFT OF IT (ZERO
      *  ONCE WAIVED), SO LAB5 AND ASSESS5 SEE THE LOWER BALANCE
      *  WITHOUT ANY CHANGE OF THEIR OWN.  WHAT THE CHARGE USED TO
      *  BE IS ON THE AUDIT TRAIL.
      *  EVERY ADJUSTMENT MUST CARRY AN APPROVER CODE AND A REASON.
      *  THE APPROVER MUST BE ON THE ADJAPPR APPROVER CARDS, WHICH
      *  ALSO SET THE MOST EACH APPROVER MAY ADJUST IN ONE
      *  TRANSACTION AND WHETHER THEY MAY APPROVE A BAD-DEBT
      *  WRITE-OFF.  AN ADJUSTMENT THAT FAILS ANY EDIT, MATCHES NO
      *  CHARGE, OR IS FOR A STUDENT WITH NO CHARGE HISTORY IS
      *  REJECTED WITH ITS REASON.
      *  EVERY TRANSACTION PROCESSED IS WRITTEN TO THE ADJAUD AUDIT
      *  TRAIL - THE ADJUSTMENT, THE APPROVER AND REASON, THE
      *  DOLLARS ACTUALLY TAKEN OFF, WHETHER IT WAS WAIVED, REDUCED,
      *  WRITTEN OFF OR REJECTED (AND WHY), AND THE RUN DATE -
      *  OPENED EXTEND THE SAME AS PAYAUDIT, SO EVERY RUN ADDS TO
      *  THE STANDING TRAIL.
      *  THE POSTING REPORT LISTS EVERY ADJUSTMENT POSTED, THEN A
      *  RECONCILIATION PROVING THE DOLLARS ADJUSTED - WAIVED PLUS
      *  REDUCED PLUS WRITTEN OFF - AGAINST THE ACTUAL DROP IN
      *  CHARGES ACROSS THE NEW CHGHIST PLUS THE RISE IN PRINCIPAL
      *  WRITTEN OFF ACROSS THE NEW BALSPLIT, RUN WIDE AND PER
      *  STUDENT, AND LISTS EVERY REJECTED ADJUSTMENT.
      *  THE RUN IS RECORDED ON THE RUNLEDG RUN-CONTROL LEDGER - THE
      *  CHGHIST AND BALSPLIT GENERATIONS READ AND THE ONES WRITTEN
      *  TO CHGHIST-NEW AND BALSPLIT-NEW, THE PAYHIST GENERATION
      *  READ, AND THE RECONCILIATION CONTROL TOTALS - AND A CHGHIST,
      *  BALSPLIT OR PAYHIST THAT IS NOT THE GENERATION THE LAST
      *  STEP TO WRITE IT PRODUCED, OR A PAYHIST WHOSE CONTROL
      *  TRAILER DOES NOT PROVE, STOPS THE RUN BEFORE ANYTHING IS
      *  ADJUSTED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL OLD-CHGHIST ASSIGN TO 'CHGHIST'.
            SELECT NEW-CHGHIST  ASSIGN TO 'CHGHIST-NEW'.
            SELECT OPTIONAL OLD-BALSPLIT ASSIGN TO 'BALSPLIT'.
            SELECT NEW-BALSPLIT ASSIGN TO 'BALSPLIT-NEW'.
            SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST'.
            SELECT TRANS-FILE   ASSIGN TO 'ADJTRAN'.
            SELECT APPROVER-FILE ASSIGN TO 'ADJAPPR'.
            SELECT PRNT-FILE    ASSIGN TO 'UR-S-ADJ'.
            SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'ADJAUD'.
            SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'RUNLEDG'.

       DATA DIVISION.

       FILE SECTION.
       FD  OLD-CHGHIST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  OLD-CHGHIST-REC                   PIC X(209).

       FD  NEW-CHGHIST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  NEW-CHGHIST-REC                   PIC X(209).

       FD  OLD-BALSPLIT
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      OLD BALANCE-SPLIT RECORD AS READ - ONLY THE PRINCIPAL  *
      *      WRITTEN OFF AND THE STUDENT ID ARE LOOKED AT HERE; A   *
      *      MATCHING RECORD IS MOVED TO BALSPLIT-REC, ANY OTHER IS *
      *      CARRIED FORWARD AS IT STANDS                           *
      **************************************************************
       01  OLD-BALSPLIT-REC.
                03  FILLER                   PIC X(131).
                03  OBS-PRIN-WOFF            PIC 9(7)V99.
                03  OBS-STU-ID               PIC 9(7).

       FD  NEW-BALSPLIT
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  NEW-BALSPLIT-REC                  PIC X(147).

       FD  PAYHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      PAYMENT-HISTORY RECORD - SAME LAYOUT POST5 AND LAB5    *
      *      CARRY.  READ ONLY HERE, TO TELL WHETHER A STUDENT HAS  *
      *      PAID ANYTHING SINCE THEIR BALANCE WAS LAST SPLIT       *
      **************************************************************
       01  PAYHIST-REC.
                03  PH-NAME                  PIC X(20).
                03  PH-PAID-COUNT            PIC 99.
                03  PH-PAID-AMT              PIC 9(4)V99
                          OCCURS 12 TIMES.
                03  PH-LAST-PAID-DATE        PIC 9(8).
                03  PH-STU-ID                PIC 9(7).

       FD  TRANS-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *           LAYOUT FOR ONE CHARGE ADJUSTMENT                  *
      *      T-ADJ-TYPE 'W' WAIVER, 'R' REDUCTION, 'B' BAD-DEBT     *
      *      WRITE-OFF.  FOR A WAIVER OR REDUCTION, T-CHG-TYPE,     *
      *      T-CHG-DATE AND T-CHG-AMT NAME THE CHARGE AS IT NOW     *
      *      STANDS ON CHGHIST, AND T-ADJ-AMT IS HOW MUCH A         *
      *      REDUCTION TAKES OFF IT; A WRITE-OFF LEAVES ALL FOUR    *
      *      BLANK OR ZERO.  T-DATE IS THE DATE THE ADJUSTMENT WAS  *
      *      APPROVED.  T-STU-ID IS THE MATCH KEY; T-NAME IS        *
      *      CARRIED FOR THE REPORTS AND THE AUDIT TRAIL            *
      **************************************************************
       01  TRANS-DATA.
                03  T-NAME                   PIC X(20).
                03  T-ADJ-TYPE               PIC X.
                03  T-CHG-TYPE               PIC X.
                03  T-CHG-DATE               PIC 9(8).
                03  T-CHG-AMT                PIC 9(4)V99.
                03  T-ADJ-AMT                PIC 9(4)V99.
                03  T-APPROVER               PIC X(6).
                03  T-REASON                 PIC X(25).
                03  T-DATE                   PIC 9(8).
                03  T-STU-ID                 PIC 9(7).

       FD  APPROVER-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      LAYOUT FOR ONE APPROVER CARD - THE CODE AN ADJUSTMENT  *
      *      CARRIES, WHO IT BELONGS TO, THE MOST THEY MAY ADJUST   *
      *      IN ONE TRANSACTION (ZERO = NO LIMIT) AND 'Y' WHEN THEY *
      *      MAY APPROVE A BAD-DEBT WRITE-OFF                       *
      **************************************************************
       01  APPROVER-CARD.
                03  AP-CODE                  PIC X(6).
                03  AP-NAME                  PIC X(20).
                03  AP-LIMIT                 PIC 9(5)V99.
                03  AP-WRITE-OFF             PIC X.
                03  FILLER                   PIC X(46).

       FD  PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PRNT-REC                  PIC X(100).

       FD  AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
      **************************************************************
      *      LAYOUT FOR ONE PERMANENT AUDIT-TRAIL RECORD - ONE IS   *
      *      WRITTEN FOR EVERY ADJUSTMENT PROCESSED, POSTED OR NOT, *
      *      TAGGED WITH THE DATE OF THE POSTING RUN.  AU-ADJ-AMT   *
      *      IS WHAT WAS ACTUALLY TAKEN OFF WHAT THE STUDENT OWES   *
      *      (WHAT WAS ASKED FOR, ON A REJECTED ADJUSTMENT)         *
      **************************************************************
       01  AUDIT-REC.
                03  AU-RUN-DATE              PIC 9(8).
                03  AU-NAME                  PIC X(20).
                03  AU-ADJ-TYPE              PIC X.
                03  AU-CHG-TYPE              PIC X.
                03  AU-CHG-DATE              PIC 9(8).
                03  AU-CHG-AMT               PIC 9(4)V99.
                03  AU-ADJ-AMT               PIC 9(5)V99.
                03  AU-APPROVER              PIC X(6).
                03  AU-ADJ-REASON            PIC X(25).
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
       01  EOF-SWITCHES.
                03  EOF-T                    PIC 9         VALUE 0.
                03  EOF-M                    PIC 9         VALUE 0.
                03  EOF-A                    PIC 9         VALUE 0.
                03  EOF-BS                   PIC 9         VALUE 0.
                03  EOF-PH                   PIC 9         VALUE 0.
      **************************************************************
      *    CHARGE-HISTORY RECORD, ONE PER STUDENT IN STUDENT-ID    *
      *    ORDER.  EACH CHARGE IS A DATED ENTRY WITH ITS OWN TYPE  *
      *    - 'I' MONTHLY INTEREST, 'L' LATE FEE, 'T' TUITION FROM  *
      *    TUIT5 - AND THE AMOUNT STILL STANDING AFTER ANY         *
      *    ADJUSTMENT.  THE SLOTS ARE A FIXED OCCURS ON DISK,      *
      *    UNUSED SLOTS ARE JUST ZEROS, CH-CHG-COUNT SAYS HOW MANY *
      *    ARE PRESENT.  ASSESS5, TUIT5 AND LAB5 CARRY THE SAME    *
      *    LAYOUT                                                  *
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
      *    ORDER, WRITTEN BY ASSESS5 - WHAT THE STUDENT OWES IN     *
      *    PRINCIPAL, INTEREST AND LATE FEES AS AT THAT RUN, HOW    *
      *    MUCH OF EACH KIND HAD BEEN BILLED, AND HOW MUCH HAD BEEN *
      *    PAID.  BS-PRIN-WOFF IS THE PRINCIPAL WRITTEN OFF HERE AS *
      *    BAD DEBT; A WRITE-OFF MOVES THE PRINCIPAL OWED OUT OF    *
      *    BS-PRIN-OUT AND BS-PRIN-BILLED INTO IT, SO THE NEXT      *
      *    ASSESS5 RUN FINDS NOTHING NEW TO BILL.  ASSESS5, LAB5,   *
      *    DUN5 AND INTSTMT CARRY THE SAME LAYOUT                   *
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
      *    STUDENT-ID MATCH OF BALSPLIT AND PAYHIST TO THE CHGHIST  *
      *    MASTER - THE KEY OF EACH FILE'S CURRENT RECORD, HIGH-KEY *
      *    ONCE THAT FILE IS EXHAUSTED                              *
      **************************************************************
       01  MATCH-CTL.
                03  HIGH-KEY                PIC 9(7)     VALUE 9999999.
                03  OLD-BS-KEY              PIC 9(7)       VALUE 0.
                03  PH-KEY                  PIC 9(7)       VALUE 0.
                03  BS-MATCH-SW             PIC X          VALUE 'N'.
                    88  BALSPLIT-MATCHED                   VALUE 'Y'.
                03  PH-MATCH-SW             PIC X          VALUE 'N'.
                    88  PAYHIST-MATCHED                    VALUE 'Y'.
      **************************************************************
      *    PAYHIST CONTROL TRAILER - THE LAST RECORD OF EVERY       *
      *    MASTER, WRITTEN BY POST5.  ITS RECORD COUNT AND PAID     *
      *    TOTAL ARE PROVED AGAINST A FULL READ OF THE MASTER, AND  *
      *    ITS LAYOUT VERSION AGAINST THE ONE THIS PROGRAM          *
      *    UNDERSTANDS, BEFORE ANYTHING IS ADJUSTED - WRITING OFF   *
      *    AGAINST A PARTIAL MASTER WOULD MISS PAYMENTS             *
      **************************************************************
       01  TRAILER-DATA.
                03  TR-ID                   PIC X(20).
                03  TR-REC-COUNT            PIC 9(7).
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
                03  VER-REC-COUNT           PIC 9(7)       VALUE 0.
                03  VER-PAID-TOTAL          PIC 9(9)V99    VALUE 0.
                03  VER-SUB                 PIC 99         VALUE 0.
      **************************************************************
      *    APPROVERS FROM THE ADJAPPR CARDS                         *
      **************************************************************
       01  APPROVER-TABLE.
                03  AT-ENTRY        OCCURS 50 TIMES.
                    05  AT-CODE              PIC X(6).
                    05  AT-LIMIT             PIC 9(5)V99.
                    05  AT-WRITE-OFF         PIC X.
       01  APPROVER-CTL.
                03  AT-COUNT                PIC 99         VALUE 0.
                03  AT-SUB                  PIC 99         VALUE 0.
                03  AT-FOUND                PIC 99         VALUE 0.
      **************************************************************
      *    RECONCILIATION CONTROL TOTALS.  THE AMOUNT FIELDS ARE    *
      *    BUILT FROM THE ADJUSTMENTS AS THEY ARE APPLIED;          *
      *    MASTER-DROP IS BUILT INDEPENDENTLY FROM THE BEFORE AND   *
      *    AFTER CHARGES AND PRINCIPAL WRITTEN OFF OF EVERY MASTER  *
      *    RECORD WRITTEN - WAIVED PLUS REDUCED PLUS WRITTEN OFF    *
      *    MUST AGREE WITH MASTER-DROP OR THE NEW MASTERS DO NOT    *
      *    ACTUALLY REFLECT WHAT WAS POSTED                         *
      **************************************************************
       01  RECON-TOTALS.
                03  TRANS-READ              PIC 9(5)       VALUE 0.
                03  TRANS-WAIVED            PIC 9(5)       VALUE 0.
                03  TRANS-REDUCED           PIC 9(5)       VALUE 0.
                03  TRANS-WRITTEN-OFF       PIC 9(5)       VALUE 0.
                03  TRANS-REJECTED          PIC 9(5)       VALUE 0.
                03  MASTERS-READ            PIC 9(5)       VALUE 0.
                03  MASTERS-ADJUSTED        PIC 9(5)       VALUE 0.
                03  AMOUNT-WAIVED           PIC 9(7)V99    VALUE 0.
                03  AMOUNT-REDUCED          PIC 9(7)V99    VALUE 0.
                03  AMOUNT-WRITTEN-OFF      PIC 9(7)V99    VALUE 0.
                03  INT-WRITTEN-OFF         PIC 9(7)V99    VALUE 0.
                03  FEE-WRITTEN-OFF         PIC 9(7)V99    VALUE 0.
                03  PRIN-WRITTEN-OFF        PIC 9(7)V99    VALUE 0.
                03  TOTAL-ADJUSTED          PIC 9(7)V99    VALUE 0.
                03  OLD-CHG-TOTAL           PIC 9(9)V99    VALUE 0.
                03  NEW-CHG-TOTAL           PIC 9(9)V99    VALUE 0.
                03  CHG-DROP                PIC S9(9)V99   VALUE 0.
                03  OLD-WOFF-TOTAL          PIC 9(9)V99    VALUE 0.
                03  NEW-WOFF-TOTAL          PIC 9(9)V99    VALUE 0.
                03  WOFF-RISE               PIC S9(9)V99   VALUE 0.
                03  MASTER-DROP             PIC S9(9)V99   VALUE 0.
       01  SUM-WORK.
                03  SUM-SUB                 PIC 99         VALUE 0.
                03  SUM-ACCUM               PIC 9(7)V99    VALUE 0.
                03  OLD-CHG-SUM             PIC 9(7)V99    VALUE 0.
                03  NEW-CHG-SUM             PIC 9(7)V99    VALUE 0.
                03  STUDENT-ADJUSTED        PIC 9(7)V99    VALUE 0.
                03  STUDENT-DROP            PIC S9(7)V99   VALUE 0.
                03  OLD-WOFF-SUM            PIC 9(7)V99    VALUE 0.
                03  STUDENT-PAID            PIC 9(7)V99    VALUE 0.
      **************************************************************
      *    WORK FIELDS FOR ONE ADJUSTMENT - CHG-FOUND IS THE        *
      *    SUBSCRIPT OF THE MOST RECENT CHARGE MATCHING A WAIVER OR *
      *    REDUCTION, ZERO WHEN NONE MATCHES, AND ADJ-DOLLARS WHAT  *
      *    THE ADJUSTMENT TAKES OFF WHAT THE STUDENT OWES.  THE     *
      *    -NOW FIELDS ARE WHAT A STUDENT BEING WRITTEN OFF OWES IN *
      *    EACH PART, AND THE WOFF- FIELDS WHAT COMES OFF EACH PART *
      **************************************************************
       01  ADJUST-WORK.
                03  CHG-SUB                 PIC 99         VALUE 0.
                03  CHG-FOUND               PIC 99         VALUE 0.
                03  ADJ-DOLLARS             PIC 9(5)V99    VALUE 0.
                03  INT-CHG-SUM             PIC 9(7)V99    VALUE 0.
                03  FEE-CHG-SUM             PIC 9(7)V99    VALUE 0.
                03  INT-NOW                 PIC S9(7)V99   VALUE 0.
                03  FEE-NOW                 PIC S9(7)V99   VALUE 0.
                03  PRIN-NOW                PIC S9(7)V99   VALUE 0.
                03  WOFF-INT                PIC 9(7)V99    VALUE 0.
                03  WOFF-FEE                PIC 9(7)V99    VALUE 0.
                03  WOFF-PRIN               PIC 9(7)V99    VALUE 0.
                03  WOFF-TOTAL              PIC 9(7)V99    VALUE 0.
                03  WOFF-TYPE               PIC X          VALUE SPACE.
                03  WOFF-LEFT               PIC 9(7)V99    VALUE 0.
                03  WOFF-AMT                PIC 9(4)V99    VALUE 0.
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
                    'ADJ5'.
                03  LEDGER-TITLE            PIC X(40)      VALUE
                    'CHARGE ADJUSTMENT POSTING'.
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
      *    DISPOSITION AND REASON CARRIED FROM THE POSTING/REJECT   *
      *    PARAGRAPHS TO THE AUDIT-TRAIL WRITE                      *
      **************************************************************
       01  AUDIT-CTL.
                03  AUDIT-ACTION            PIC X(8)       VALUE SPACES.
                03  AUDIT-REASON            PIC X(25)      VALUE SPACES.
      **************************************************************
      *    EXCEPTION TABLE OF STUDENTS WHOSE POSTED ADJUSTMENTS DO  *
      *    NOT MATCH THE ACTUAL DROP IN CHARGES ON THEIR OWN NEW    *
      *    MASTER RECORD                                            *
      **************************************************************
       01  STUDENT-OOB-TABLE.
                03  OOB-ENTRY       OCCURS 200 TIMES.
                    05  OOB-NAME             PIC X(20).
                    05  OOB-STU-ID           PIC 9(7).
                    05  OOB-ADJUSTED         PIC 9(7)V99.
                    05  OOB-DROP             PIC S9(7)V99.
       01  STUDENT-OOB-CTL.
                03  OOB-COUNT               PIC 999       VALUE 0.
                03  OOB-SUB                 PIC 999       VALUE 0.
      **************************************************************
      *    EXCEPTION TABLE OF REJECTED ADJUSTMENTS, EACH WITH THE   *
      *    REASON IT COULD NOT BE POSTED                            *
      **************************************************************
       01  REJECT-TABLE.
                03  RJ-ENTRY        OCCURS 200 TIMES.
                    05  RJ-NAME              PIC X(20).
                    05  RJ-STU-ID            PIC 9(7).
                    05  RJ-ADJ-TYPE          PIC X.
                    05  RJ-CHG-TYPE          PIC X.
                    05  RJ-CHG-DATE          PIC 9(8).
                    05  RJ-AMOUNT            PIC 9(5)V99.
                    05  RJ-APPROVER          PIC X(6).
                    05  RJ-REASON            PIC X(25).
       01  REJECT-CTL.
                03  RJ-COUNT                PIC 999       VALUE 0.
                03  RJ-SUB                  PIC 999       VALUE 0.
                03  REJECT-REASON           PIC X(25).
      **************************************************************
      *      LAYOUT FOR THE POSTING AND RECONCILIATION REPORT LINES *
      **************************************************************
       01  ADJ-HEADING1.
                03  FILLER                 PIC X(37)      VALUE
                    'CHARGE ADJUSTMENT POSTING REPORT'.
                03  AH1-DATE               PIC 9(8).
       01  ADJ-COL-HEADING.
                03  FILLER                 PIC X(31)      VALUE
                    'STU ID   NAME'.
                03  FILLER                 PIC X(30)      VALUE
                    'ACTION    CHARGE       AMOUNT'.
                03  FILLER                 PIC X(38)      VALUE
                    ' APPR    REASON'.
       01  ADJ-DETAIL-LINE.
                03  ADL-STU-ID             PIC 9(7).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  ADL-NAME               PIC X(20).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  ADL-ACTION             PIC X(8).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  ADL-CHG-TYPE           PIC X.
                03  FILLER                 PIC X          VALUE SPACE.
                03  ADL-CHG-DATE           PIC 9(8).
                03  FILLER                 PIC X(1)       VALUE SPACES.
                03  ADL-AMOUNT             PIC ZZZZ9.99.
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  ADL-APPROVER           PIC X(6).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  ADL-REASON             PIC X(25).
       01  RECON-COUNT-LINE.
                03  RCL-LABEL              PIC X(28).
                03  RCL-COUNT              PIC ZZZZ9.
       01  RECON-AMOUNT-LINE.
                03  RAL-LABEL              PIC X(28).
                03  FILLER                 PIC X(5)       VALUE SPACES.
                03  RAL-AMOUNT             PIC ZZZZZZZZ9.99-.
       01  RECON-BALANCE-LINE.
                03  FILLER                 PIC X(43)      VALUE
                    'OUT OF BALANCE - DOLLARS ADJUSTED DO NOT MA'.
                03  FILLER                 PIC X(33)      VALUE
                    'TCH THE DROP IN BALANCES'.
       01  RECON-IN-BALANCE-LINE.
                03  FILLER                 PIC X(43)      VALUE
                    'IN BALANCE - DOLLARS ADJUSTED EQUAL THE DRO'.
                03  FILLER                 PIC X(33)      VALUE
                    'P IN BALANCES'.
       01  REJECT-HEADING.
                03  FILLER                 PIC X(36)      VALUE
                    'REJECTED CHARGE ADJUSTMENTS'.
       01  REJECT-LINE.
                03  RJL-STU-ID             PIC 9(7).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RJL-NAME               PIC X(20).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RJL-ADJ-TYPE           PIC X.
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RJL-CHG-TYPE           PIC X.
                03  FILLER                 PIC X          VALUE SPACE.
                03  RJL-CHG-DATE           PIC 9(8).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RJL-AMOUNT             PIC ZZZZ9.99.
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RJL-APPROVER           PIC X(6).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  RJL-REASON             PIC X(25).
       01  STUDENT-OOB-HEADING.
                03  FILLER                 PIC X(50)      VALUE
                    'STUDENTS OUT OF BALANCE - ADJUSTED VS DROP'.
       01  STUDENT-OOB-LINE.
                03  OOBL-STU-ID            PIC 9(7).
                03  FILLER                 PIC X(2)       VALUE SPACES.
                03  OOBL-NAME              PIC X(20).
                03  FILLER                 PIC X(3)       VALUE SPACES.
                03  OOBL-ADJUSTED          PIC ZZZZZZ9.99.
                03  FILLER                 PIC X(3)       VALUE SPACES.
                03  OOBL-DROP              PIC ZZZZZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                ACCEPT RUN-DATE FROM DATE YYYYMMDD.
                PERFORM 0100-CHECK-RUN-LEDGER.
                PERFORM 3000-LOAD-APPROVER-FILE.
                OPEN INPUT OLD-CHGHIST
                     OLD-BALSPLIT
                     PAYHIST-FILE
                     TRANS-FILE.
                OPEN OUTPUT NEW-CHGHIST
                     NEW-BALSPLIT
                     PRNT-FILE.
                OPEN EXTEND AUDIT-FILE.
                PERFORM 8000-PRINT-HEADINGS.
                PERFORM 2205-READ-OLD-BALSPLIT.
                PERFORM 2305-READ-ONE-PAYHIST.
                PERFORM 2000-READ-MASTER.
                PERFORM 2100-READ-TRANS.
                PERFORM 1000-PROCESS-ONE-MASTER
                    UNTIL EOF-M = 1.
                PERFORM 1900-REJECT-UNMATCHED
                    UNTIL EOF-T = 1.
                PERFORM 2210-CARRY-FORWARD-BALSPLIT
                    UNTIL OLD-BS-KEY = HIGH-KEY.
                PERFORM 8500-RECONCILIATION-REPORT.
                CLOSE OLD-CHGHIST
                      NEW-CHGHIST
                      OLD-BALSPLIT
                      NEW-BALSPLIT
                      PAYHIST-FILE
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
      *   WAS NEVER PROMOTED - AND THEN FOR EVERY MASTER THIS STEP  *
      *   UPDATES, NOT JUST SOME.  A MASTER NEVER YET WRITTEN UNDER *
      *   THE LEDGER IS TAKEN AS GENERATION ZERO                    *
      **************************************************************
       0100-CHECK-RUN-LEDGER.
                ACCEPT LEDGER-TIME FROM TIME.
                PERFORM 0105-CLEAR-GEN-ENTRY
                    VARYING GEN-SUB FROM 1 BY 1
                    UNTIL GEN-SUB > GEN-COUNT.
                MOVE 'CHGHIST'  TO GEN-FILE(1).
                MOVE 'U'        TO GEN-USE(1).
                MOVE 'BALSPLIT' TO GEN-FILE(2).
                MOVE 'U'        TO GEN-USE(2).
                MOVE 'PAYHIST'  TO GEN-FILE(3).
                MOVE 'I'        TO GEN-USE(3).
                OPEN INPUT LEDGER-FILE.
                PERFORM 0110-READ-LEDGER.
                PERFORM 0120-NOTE-LEDGER-ENTRY
                    UNTIL EOF-LG = 1.
                CLOSE LEDGER-FILE.
                PERFORM 0200-FINGERPRINT-PAYHIST.
                PERFORM 0220-FINGERPRINT-CHGHIST.
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
                DISPLAY 'ADJ5 - ' GEN-FILE(GEN-SUB)
                        ' IS NOT GENERATION ' GEN-W-GEN(GEN-SUB)
                        ' WRITTEN BY ' GEN-W-STEP(GEN-SUB)
                        ' ON ' GEN-W-DATE(GEN-SUB).
                DISPLAY 'ADJ5 - COPY THE NEW FILE FROM '
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
                   DISPLAY 'ADJ5 - ONLY PART OF THE LAST ADJ5 '
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
      *   RECORD COUNT, TOTAL PAID AND RUN DATE.  THE WHOLE MASTER  *
      *   IS READ HERE SO THE TRAILER IS PROVED BEFORE ANY          *
      *   ADJUSTMENT GOES ON, AND A MASTER WITH NO TRAILER STOPS    *
      *   THE RUN                                                   *
      **************************************************************
       0200-FINGERPRINT-PAYHIST.
                MOVE 0 TO EOF-LP.
                OPEN INPUT PAYHIST-FILE.
                PERFORM 0210-READ-PAYHIST-PASS
                    UNTIL EOF-LP = 1.
                CLOSE PAYHIST-FILE.
                IF NOT PAYHIST-TRAILER-SEEN
                   DISPLAY 'ADJ5 - NO CONTROL TRAILER ON PAYHIST '
                           '- PARTIAL COPY OR UNSTAMPED MASTER'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'NO CONTROL TRAILER' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
       0210-READ-PAYHIST-PASS.
                READ PAYHIST-FILE
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   AND PH-NAME = TRAILER-ID
                   MOVE PAYHIST-REC TO TRAILER-DATA
                   MOVE 1 TO EOF-LP
                   PERFORM 0212-VERIFY-PAYHIST-TRAILER
                   PERFORM 0214-REQUIRE-EOF-AFTER-TRAILER
                ELSE
                IF EOF-LP NOT = 1
                   ADD 1 TO VER-REC-COUNT
                   PERFORM 0216-SUM-ONE-PH-AMT
                       VARYING VER-SUB FROM 1 BY 1
                       UNTIL VER-SUB > PH-PAID-COUNT.
      **************************************************************
      *   PROVES THE MASTER'S TRAILER - RIGHT LAYOUT VERSION, AND   *
      *   A RECORD COUNT AND PAID TOTAL THAT MATCH WHAT WAS         *
      *   ACTUALLY READ - AND TAKES THE GENERATION'S FINGERPRINT    *
      *   FROM IT                                                   *
      **************************************************************
       0212-VERIFY-PAYHIST-TRAILER.
                MOVE 'Y' TO PH-TRAILER-SEEN-SW.
                IF TR-REC-COUNT NOT NUMERIC
                   OR TR-TOTAL-PAID NOT NUMERIC
                   OR TR-LAYOUT-VERSION NOT NUMERIC
                   OR TR-RUN-DATE NOT NUMERIC
                   DISPLAY 'ADJ5 - PAYHIST TRAILER UNREADABLE'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'TRAILER UNREADABLE' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF TR-LAYOUT-VERSION NOT = PAYHIST-LAYOUT-VER
                   DISPLAY 'ADJ5 - PAYHIST LAYOUT VERSION '
                           TR-LAYOUT-VERSION ' NOT THE EXPECTED '
                           PAYHIST-LAYOUT-VER
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'WRONG LAYOUT VERSION' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF TR-REC-COUNT NOT = VER-REC-COUNT
                   OR TR-TOTAL-PAID NOT = VER-PAID-TOTAL
                   DISPLAY 'ADJ5 - PAYHIST TRAILER DOES NOT MATCH '
                           'FILE CONTENTS - PARTIAL OR CORRUPT COPY'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'TRAILER DOES NOT MATCH' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                MOVE TR-REC-COUNT  TO GEN-CUR-COUNT(3).
                MOVE TR-TOTAL-PAID TO GEN-CUR-HASH(3).
                MOVE TR-RUN-DATE   TO GEN-CUR-STAMP(3).
      **************************************************************
      *   THE TRAILER MUST BE THE PHYSICALLY LAST RECORD - A        *
      *   MASTER THAT WAS APPEND-COPIED INSTEAD OF REPLACED HOLDS   *
      *   A STALE FIRST HALF THAT VERIFIES CLEANLY AGAINST ITS OWN  *
      *   OLD TRAILER, SO ONE MORE READ PROVES NOTHING FOLLOWS IT   *
      **************************************************************
       0214-REQUIRE-EOF-AFTER-TRAILER.
                READ PAYHIST-FILE
                    AT END MOVE 1 TO EOF-PH.
                IF EOF-PH NOT = 1
                   DISPLAY 'ADJ5 - RECORDS FOUND BEHIND THE '
                           'PAYHIST TRAILER - MASTER WAS APPENDED '
                           'TO, NOT REPLACED'
                   MOVE 'PAYHIST' TO STOP-FILE
                   MOVE 'RECORDS BEHIND TRAILER' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                MOVE 0 TO EOF-PH.
       0216-SUM-ONE-PH-AMT.
                ADD PH-PAID-AMT(VER-SUB) TO VER-PAID-TOTAL.
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
                MOVE FP-COUNT TO GEN-CUR-COUNT(1).
                MOVE FP-HASH  TO GEN-CUR-HASH(1).
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
                MOVE FP-COUNT TO GEN-CUR-COUNT(2).
                MOVE FP-HASH  TO GEN-CUR-HASH(2).
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
      *   TURNS AWAY ANY ADJUSTMENT FOR A STUDENT WHO SORTS AHEAD   *
      *   OF THE CURRENT MASTER (THEY HAVE NO CHARGE HISTORY),      *
      *   APPLIES EVERY ADJUSTMENT MATCHING THE CURRENT MASTER'S    *
      *   STUDENT ID, THEN WRITES THE MASTER - ADJUSTED OR NOT - TO *
      *   THE NEW MASTER.  A MASTER WITH NO STUDENT ID (ZERO) NEVER *
      *   TAKES AN ADJUSTMENT                                       *
      **************************************************************
       1000-PROCESS-ONE-MASTER.
                PERFORM 1900-REJECT-UNMATCHED
                    UNTIL EOF-T = 1
                    OR T-STU-ID NOT < CH-STU-ID.
                MOVE 0 TO SUM-ACCUM.
                PERFORM 1060-SUM-CHARGES.
                MOVE SUM-ACCUM TO OLD-CHG-SUM.
                MOVE 0 TO STUDENT-ADJUSTED.
                PERFORM 1100-APPLY-TRANSACTION
                    UNTIL EOF-T = 1
                    OR T-STU-ID NOT = CH-STU-ID
                    OR CH-STU-ID = 0.
                PERFORM 1080-WRITE-NEW-MASTER.
                PERFORM 2000-READ-MASTER.
      **************************************************************
      *   TOTALS THE CHARGES STILL STANDING ON THE CURRENT MASTER   *
      *   RECORD INTO SUM-ACCUM                                     *
      **************************************************************
       1060-SUM-CHARGES.
                PERFORM 1065-ADD-ONE-CHARGE
                    VARYING SUM-SUB FROM 1 BY 1
                    UNTIL SUM-SUB > CH-CHG-COUNT.
       1065-ADD-ONE-CHARGE.
                IF CH-CHG-AMT(SUM-SUB) NUMERIC
                   ADD CH-CHG-AMT(SUM-SUB) TO SUM-ACCUM.
      **************************************************************
      *   PROVES THE CURRENT MASTER'S DROP IN CHARGES, PLUS ANY     *
      *   RISE IN PRINCIPAL WRITTEN OFF ON ITS BALANCE SPLIT,       *
      *   AGAINST WHAT WAS ADJUSTED ON IT, THEN WRITES BOTH TO THE  *
      *   NEW MASTERS                                               *
      **************************************************************
       1080-WRITE-NEW-MASTER.
                MOVE 0 TO SUM-ACCUM.
                PERFORM 1060-SUM-CHARGES.
                MOVE SUM-ACCUM TO NEW-CHG-SUM.
                ADD NEW-CHG-SUM TO NEW-CHG-TOTAL.
                ADD OLD-CHG-SUM TO MASTER-DROP.
                SUBTRACT NEW-CHG-SUM FROM MASTER-DROP.
                MOVE OLD-CHG-SUM TO STUDENT-DROP.
                SUBTRACT NEW-CHG-SUM FROM STUDENT-DROP.
                IF BALSPLIT-MATCHED
                   PERFORM 1085-WRITE-NEW-BALSPLIT.
                IF STUDENT-ADJUSTED NOT = STUDENT-DROP
                   PERFORM 1970-LOG-STUDENT-OOB.
                IF STUDENT-ADJUSTED > 0
                   ADD 1 TO MASTERS-ADJUSTED.
                WRITE NEW-CHGHIST-REC FROM CHGHIST-REC.
       1085-WRITE-NEW-BALSPLIT.
                IF BS-PRIN-WOFF NUMERIC
                   ADD BS-PRIN-WOFF TO NEW-WOFF-TOTAL
                   ADD BS-PRIN-WOFF TO STUDENT-DROP
                   ADD BS-PRIN-WOFF TO MASTER-DROP.
                SUBTRACT OLD-WOFF-SUM FROM STUDENT-DROP.
                SUBTRACT OLD-WOFF-SUM FROM MASTER-DROP.
                WRITE NEW-BALSPLIT-REC FROM BALSPLIT-REC.
      **************************************************************
      *   EDITS ONE ADJUSTMENT AND APPLIES IT TO THE CURRENT        *
      *   MASTER BY ITS KIND, THEN READS THE NEXT ADJUSTMENT        *
      **************************************************************
       1100-APPLY-TRANSACTION.
                PERFORM 1110-EDIT-TRANSACTION.
                IF REJECT-REASON NOT = SPACES
                    PERFORM 1950-LOG-REJECT
                ELSE
                IF T-ADJ-TYPE = 'W'
                    PERFORM 1150-POST-WAIVER
                ELSE
                IF T-ADJ-TYPE = 'R'
                    PERFORM 1170-POST-REDUCTION
                ELSE
                    PERFORM 1190-POST-WRITE-OFF.
                PERFORM 2100-READ-TRANS.
      **************************************************************
      *   AN ADJUSTMENT MUST CARRY A KNOWN KIND, AN APPROVER ON THE *
      *   APPROVER CARDS, A REASON AND A DATE.  A WAIVER OR         *
      *   REDUCTION MUST ALSO NAME AN INTEREST OR LATE-FEE CHARGE   *
      *   BY TYPE, DATE AND AMOUNT, AND A REDUCTION MUST SAY HOW    *
      *   MUCH COMES OFF - LESS THAN THE WHOLE CHARGE.  ONLY AN     *
      *   APPROVER CLEARED FOR IT MAY WRITE OFF BAD DEBT            *
      **************************************************************
       1110-EDIT-TRANSACTION.
                MOVE SPACES TO REJECT-REASON.
                MOVE 0 TO ADJ-DOLLARS.
                PERFORM 1120-FIND-APPROVER.
                IF T-ADJ-TYPE NOT = 'W'
                   AND T-ADJ-TYPE NOT = 'R'
                   AND T-ADJ-TYPE NOT = 'B'
                   MOVE 'INVALID ADJUSTMENT TYPE' TO REJECT-REASON
                ELSE
                IF T-APPROVER = SPACES
                   MOVE 'APPROVER CODE MISSING' TO REJECT-REASON
                ELSE
                IF AT-FOUND = 0
                   MOVE 'APPROVER NOT AUTHORIZED' TO REJECT-REASON
                ELSE
                IF T-REASON = SPACES
                   MOVE 'ADJUSTMENT REASON MISSING' TO REJECT-REASON
                ELSE
                IF T-DATE = 0
                   MOVE 'DATE MISSING' TO REJECT-REASON.
                IF REJECT-REASON = SPACES
                   IF T-ADJ-TYPE = 'B'
                      PERFORM 1112-EDIT-WRITE-OFF
                   ELSE
                      PERFORM 1115-EDIT-CHARGE-FIELDS.
      **************************************************************
      *   ONLY AN APPROVER CLEARED FOR IT MAY WRITE OFF BAD DEBT    *
      **************************************************************
       1112-EDIT-WRITE-OFF.
                IF AT-WRITE-OFF(AT-FOUND) NOT = 'Y'
                   MOVE 'APPROVER CANNOT WRITE OFF' TO REJECT-REASON.
      **************************************************************
      *   A WAIVER OR REDUCTION MUST NAME THE CHARGE IT ADJUSTS     *
      **************************************************************
       1115-EDIT-CHARGE-FIELDS.
                IF T-CHG-TYPE NOT = 'I'
                   AND T-CHG-TYPE NOT = 'L'
                   MOVE 'NOT INTEREST OR LATE FEE' TO REJECT-REASON
                ELSE
                IF T-CHG-DATE = 0
                   MOVE 'CHARGE DATE MISSING' TO REJECT-REASON
                ELSE
                IF T-CHG-AMT = 0
                   MOVE 'CHARGE AMOUNT MISSING' TO REJECT-REASON
                ELSE
                IF T-ADJ-TYPE = 'R'
                   IF T-ADJ-AMT = 0
                      MOVE 'REDUCTION AMOUNT MISSING' TO REJECT-REASON
                   ELSE
                   IF T-ADJ-AMT NOT < T-CHG-AMT
                      MOVE 'REDUCTION COVERS CHARGE' TO REJECT-REASON.
      **************************************************************
      *   LOOKS THE APPROVER CODE UP ON THE APPROVER TABLE -        *
      *   AT-FOUND IS ITS SUBSCRIPT, ZERO WHEN IT IS NOT THERE      *
      **************************************************************
       1120-FIND-APPROVER.
                MOVE 0 TO AT-FOUND.
                PERFORM 1125-CHECK-ONE-APPROVER
                    VARYING AT-SUB FROM 1 BY 1
                    UNTIL AT-SUB > AT-COUNT
                    OR AT-FOUND > 0.
       1125-CHECK-ONE-APPROVER.
                IF AT-CODE(AT-SUB) = T-APPROVER
                   MOVE AT-SUB TO AT-FOUND.
      **************************************************************
      *   AN ADJUSTMENT LARGER THAN ITS APPROVER'S LIMIT IS         *
      *   REJECTED - A ZERO LIMIT MEANS THE APPROVER HAS NONE       *
      **************************************************************
       1130-CHECK-APPROVER-LIMIT.
                IF AT-LIMIT(AT-FOUND) > 0
                   AND ADJ-DOLLARS > AT-LIMIT(AT-FOUND)
                   MOVE 'OVER APPROVER LIMIT' TO REJECT-REASON.
      **************************************************************
      *   FINDS THE CHARGE A WAIVER OR REDUCTION NAMES - THE MOST   *
      *   RECENT ONE WITH THE SAME TYPE, DATE AND AMOUNT            *
      **************************************************************
       1140-FIND-CHARGE.
                MOVE 0 TO CHG-FOUND.
                PERFORM 1145-MATCH-ONE-CHARGE
                    VARYING CHG-SUB FROM CH-CHG-COUNT BY -1
                    UNTIL CHG-SUB < 1
                    OR CHG-FOUND > 0.
       1145-MATCH-ONE-CHARGE.
                IF CH-CHG-TYPE(CHG-SUB) = T-CHG-TYPE
                   AND CH-CHG-DATE(CHG-SUB) = T-CHG-DATE
                   AND CH-CHG-AMT(CHG-SUB) = T-CHG-AMT
                   MOVE CHG-SUB TO CHG-FOUND.
      **************************************************************
      *   WAIVES ONE CHARGE OUTRIGHT - IT STAYS IN ITS SLOT WITH    *
      *   ITS TYPE AND DATE BUT NOW CARRIES NOTHING                 *
      **************************************************************
       1150-POST-WAIVER.
                PERFORM 1140-FIND-CHARGE.
                MOVE T-CHG-AMT TO ADJ-DOLLARS.
                IF CHG-FOUND = 0
                    MOVE 'NO MATCHING CHARGE' TO REJECT-REASON
                ELSE
                    PERFORM 1130-CHECK-APPROVER-LIMIT.
                IF REJECT-REASON NOT = SPACES
                    PERFORM 1950-LOG-REJECT
                ELSE
                    MOVE 0 TO CH-CHG-AMT(CHG-FOUND)
                    ADD 1 TO TRANS-WAIVED
                    ADD ADJ-DOLLARS TO AMOUNT-WAIVED
                    MOVE 'WAIVED' TO AUDIT-ACTION
                    PERFORM 1960-POST-ADJUSTMENT.
      **************************************************************
      *   TAKES PART OF ONE CHARGE OFF - WHAT IS LEFT STAYS IN ITS  *
      *   SLOT                                                      *
      **************************************************************
       1170-POST-REDUCTION.
                PERFORM 1140-FIND-CHARGE.
                MOVE T-ADJ-AMT TO ADJ-DOLLARS.
                IF CHG-FOUND = 0
                    MOVE 'NO MATCHING CHARGE' TO REJECT-REASON
                ELSE
                    PERFORM 1130-CHECK-APPROVER-LIMIT.
                IF REJECT-REASON NOT = SPACES
                    PERFORM 1950-LOG-REJECT
                ELSE
                    SUBTRACT ADJ-DOLLARS FROM CH-CHG-AMT(CHG-FOUND)
                    ADD 1 TO TRANS-REDUCED
                    ADD ADJ-DOLLARS TO AMOUNT-REDUCED
                    MOVE 'REDUCED' TO AUDIT-ACTION
                    PERFORM 1960-POST-ADJUSTMENT.
      **************************************************************
      *   WRITES OFF WHAT THE STUDENT STILL OWES AS BAD DEBT.  WHAT *
      *   IS OWED IN EACH PART COMES FROM THEIR BALANCE SPLIT, SO   *
      *   THE WRITE-OFF IS REFUSED WHEN THEY HAVE NO SPLIT OR HAVE  *
      *   PAID SINCE IT WAS MADE.  THE INTEREST AND FEES OWED COME  *
      *   OFF THEIR NEWEST INTEREST AND LATE-FEE CHARGES; THE       *
      *   PRINCIPAL OWED MOVES TO PRINCIPAL WRITTEN OFF             *
      **************************************************************
       1190-POST-WRITE-OFF.
                MOVE 0 TO ADJ-DOLLARS.
                IF NOT BALSPLIT-MATCHED
                    MOVE 'NO BALANCE SPLIT ON FILE' TO REJECT-REASON
                ELSE
                IF BS-PRIN-OUT NOT NUMERIC
                   OR BS-INT-OUT NOT NUMERIC
                   OR BS-FEE-OUT NOT NUMERIC
                   OR BS-PRIN-BILLED NOT NUMERIC
                   OR BS-INT-BILLED NOT NUMERIC
                   OR BS-FEE-BILLED NOT NUMERIC
                   OR BS-PAID-APPLIED NOT NUMERIC
                   OR BS-PRIN-WOFF NOT NUMERIC
                    MOVE 'BALANCE SPLIT UNREADABLE' TO REJECT-REASON
                ELSE
                IF PAYHIST-MATCHED
                   AND PH-PAID-COUNT > 0
                   AND STUDENT-PAID NOT = BS-PAID-APPLIED
                    MOVE 'PAYMENT SINCE ASSESSMENT' TO REJECT-REASON
                ELSE
                    PERFORM 1192-FIGURE-AMOUNT-OWED.
                IF REJECT-REASON = SPACES
                    PERFORM 1130-CHECK-APPROVER-LIMIT.
                IF REJECT-REASON NOT = SPACES
                    PERFORM 1950-LOG-REJECT
                ELSE
                    MOVE 'I' TO WOFF-TYPE
                    MOVE WOFF-INT TO WOFF-LEFT
                    PERFORM 1196-TAKE-OFF-CHARGES
                    MOVE 'L' TO WOFF-TYPE
                    MOVE WOFF-FEE TO WOFF-LEFT
                    PERFORM 1196-TAKE-OFF-CHARGES
                    SUBTRACT WOFF-PRIN FROM BS-PRIN-OUT
                    SUBTRACT WOFF-PRIN FROM BS-PRIN-BILLED
                    ADD WOFF-PRIN TO BS-PRIN-WOFF
                    ADD 1 TO TRANS-WRITTEN-OFF
                    ADD ADJ-DOLLARS TO AMOUNT-WRITTEN-OFF
                    ADD WOFF-INT TO INT-WRITTEN-OFF
                    ADD WOFF-FEE TO FEE-WRITTEN-OFF
                    ADD WOFF-PRIN TO PRIN-WRITTEN-OFF
                    MOVE 'WRITEOFF' TO AUDIT-ACTION
                    PERFORM 1960-POST-ADJUSTMENT.
      **************************************************************
      *   WHAT THE STUDENT OWES IN EACH PART - THE SPLIT AS AT THE  *
      *   LAST ASSESS5 RUN, PLUS WHATEVER INTEREST OR FEES HAVE     *
      *   BEEN CHARGED OR WAIVED SINCE.  A WAIVER OF INTEREST OR    *
      *   FEES ALREADY PAID LEAVES A CREDIT THAT GOES AGAINST       *
      *   PRINCIPAL, THE SAME AS ASSESS5 MOVES IT.  PRINCIPAL IN    *
      *   CREDIT MEANS MONEY IS DUE BACK TO THE STUDENT, NOT A DEBT *
      *   TO WRITE OFF                                              *
      **************************************************************
       1192-FIGURE-AMOUNT-OWED.
                MOVE 0 TO INT-CHG-SUM.
                MOVE 0 TO FEE-CHG-SUM.
                PERFORM 1193-ADD-ONE-CHARGE
                    VARYING SUB FROM 1 BY 1
                    UNTIL SUB > CH-CHG-COUNT.
                COMPUTE INT-NOW = BS-INT-OUT + INT-CHG-SUM
                                - BS-INT-BILLED.
                COMPUTE FEE-NOW = BS-FEE-OUT + FEE-CHG-SUM
                                - BS-FEE-BILLED.
                MOVE BS-PRIN-OUT TO PRIN-NOW.
                IF INT-NOW < 0
                   ADD INT-NOW TO PRIN-NOW
                   MOVE 0 TO INT-NOW.
                IF FEE-NOW < 0
                   ADD FEE-NOW TO PRIN-NOW
                   MOVE 0 TO FEE-NOW.
                MOVE INT-NOW TO WOFF-INT.
                MOVE FEE-NOW TO WOFF-FEE.
                MOVE 0 TO WOFF-PRIN.
                IF PRIN-NOW > 0
                   MOVE PRIN-NOW TO WOFF-PRIN.
                COMPUTE WOFF-TOTAL = WOFF-INT + WOFF-FEE + WOFF-PRIN.
                IF PRIN-NOW < 0
                   MOVE 'PRINCIPAL IN CREDIT' TO REJECT-REASON
                ELSE
                IF WOFF-TOTAL = 0
                   MOVE 'NOTHING OWED TO WRITE OFF' TO REJECT-REASON
                ELSE
                IF WOFF-TOTAL > 99999.99
                   MOVE 'WRITE-OFF TOO LARGE' TO REJECT-REASON
                ELSE
                   MOVE WOFF-TOTAL TO ADJ-DOLLARS.
       1193-ADD-ONE-CHARGE.
                IF CH-CHG-AMT(SUB) NUMERIC
                   IF CH-CHG-TYPE(SUB) = 'I'
                      ADD CH-CHG-AMT(SUB) TO INT-CHG-SUM
                   ELSE
                   IF CH-CHG-TYPE(SUB) = 'L'
                      ADD CH-CHG-AMT(SUB) TO FEE-CHG-SUM.
      **************************************************************
      *   TAKES WOFF-LEFT OFF THE STUDENT'S CHARGES OF TYPE         *
      *   WOFF-TYPE, NEWEST FIRST - EACH STAYS IN ITS SLOT WITH ITS *
      *   TYPE AND DATE, CARRYING WHATEVER IS LEFT OF IT            *
      **************************************************************
       1196-TAKE-OFF-CHARGES.
                PERFORM 1197-TAKE-OFF-ONE-CHARGE
                    VARYING CHG-SUB FROM CH-CHG-COUNT BY -1
                    UNTIL CHG-SUB < 1
                    OR WOFF-LEFT = 0.
       1197-TAKE-OFF-ONE-CHARGE.
                IF CH-CHG-TYPE(CHG-SUB) = WOFF-TYPE
                   AND CH-CHG-AMT(CHG-SUB) NUMERIC
                   PERFORM 1198-REDUCE-ONE-CHARGE.
       1198-REDUCE-ONE-CHARGE.
                IF CH-CHG-AMT(CHG-SUB) < WOFF-LEFT
                   MOVE CH-CHG-AMT(CHG-SUB) TO WOFF-AMT
                ELSE
                   MOVE WOFF-LEFT TO WOFF-AMT.
                SUBTRACT WOFF-AMT FROM CH-CHG-AMT(CHG-SUB).
                SUBTRACT WOFF-AMT FROM WOFF-LEFT.
      **************************************************************
      *   LOGS AN ADJUSTMENT THAT MATCHED NO MASTER RECORD - THE    *
      *   STUDENT HAS NO CHARGES TO ADJUST - THEN READS THE NEXT    *
      **************************************************************
       1900-REJECT-UNMATCHED.
                MOVE 0 TO ADJ-DOLLARS.
                IF T-STU-ID = 0
                   MOVE 'NO STUDENT ID' TO REJECT-REASON
                ELSE
                   MOVE 'NO CHARGE HISTORY' TO REJECT-REASON.
                PERFORM 1950-LOG-REJECT.
                PERFORM 2100-READ-TRANS.
       1950-LOG-REJECT.
                ADD 1 TO TRANS-REJECTED.
                MOVE 'REJECTED' TO AUDIT-ACTION.
                MOVE REJECT-REASON TO AUDIT-REASON.
                IF T-ADJ-TYPE = 'R'
                   MOVE T-ADJ-AMT TO ADJ-DOLLARS
                ELSE
                IF T-ADJ-TYPE NOT = 'B'
                   MOVE T-CHG-AMT TO ADJ-DOLLARS.
                PERFORM 1965-WRITE-AUDIT.
                IF RJ-COUNT < 200
                   ADD 1 TO RJ-COUNT
                   MOVE T-NAME     TO RJ-NAME(RJ-COUNT)
                   MOVE T-STU-ID   TO RJ-STU-ID(RJ-COUNT)
                   MOVE T-ADJ-TYPE TO RJ-ADJ-TYPE(RJ-COUNT)
                   MOVE T-CHG-TYPE TO RJ-CHG-TYPE(RJ-COUNT)
                   MOVE T-CHG-DATE TO RJ-CHG-DATE(RJ-COUNT)
                   MOVE ADJ-DOLLARS TO RJ-AMOUNT(RJ-COUNT)
                   MOVE T-APPROVER TO RJ-APPROVER(RJ-COUNT)
                   MOVE REJECT-REASON TO RJ-REASON(RJ-COUNT).
      **************************************************************
      *   AN ADJUSTMENT THAT WENT ON - ROLLS IT INTO THE TOTALS,    *
      *   WRITES ITS AUDIT RECORD AND PRINTS ITS REPORT LINE        *
      **************************************************************
       1960-POST-ADJUSTMENT.
                ADD ADJ-DOLLARS TO TOTAL-ADJUSTED.
                ADD ADJ-DOLLARS TO STUDENT-ADJUSTED.
                MOVE SPACES TO AUDIT-REASON.
                PERFORM 1965-WRITE-AUDIT.
                MOVE T-STU-ID     TO ADL-STU-ID.
                MOVE T-NAME       TO ADL-NAME.
                MOVE AUDIT-ACTION TO ADL-ACTION.
                MOVE T-CHG-TYPE   TO ADL-CHG-TYPE.
                MOVE T-CHG-DATE   TO ADL-CHG-DATE.
                MOVE ADJ-DOLLARS  TO ADL-AMOUNT.
                MOVE T-APPROVER   TO ADL-APPROVER.
                MOVE T-REASON     TO ADL-REASON.
                WRITE PRNT-REC FROM ADJ-DETAIL-LINE
                    AFTER ADVANCING 1 LINE.
      **************************************************************
      *   WRITES THE CURRENT ADJUSTMENT AND ITS DISPOSITION TO THE  *
      *   PERMANENT AUDIT TRAIL, TAGGED WITH THE POSTING-RUN DATE   *
      **************************************************************
       1965-WRITE-AUDIT.
                MOVE RUN-DATE      TO AU-RUN-DATE.
                MOVE T-NAME        TO AU-NAME.
                MOVE T-ADJ-TYPE    TO AU-ADJ-TYPE.
                MOVE T-CHG-TYPE    TO AU-CHG-TYPE.
                MOVE T-CHG-DATE    TO AU-CHG-DATE.
                MOVE T-CHG-AMT     TO AU-CHG-AMT.
                MOVE ADJ-DOLLARS   TO AU-ADJ-AMT.
                MOVE T-APPROVER    TO AU-APPROVER.
                MOVE T-REASON      TO AU-ADJ-REASON.
                MOVE T-DATE        TO AU-TRANS-DATE.
                MOVE AUDIT-ACTION  TO AU-ACTION.
                MOVE AUDIT-REASON  TO AU-REASON.
                MOVE T-STU-ID      TO AU-STU-ID.
                WRITE AUDIT-REC.
      **************************************************************
      *   LOGS A STUDENT WHOSE POSTED ADJUSTMENTS DO NOT MATCH THE  *
      *   ACTUAL DROP IN CHARGES ON THEIR OWN NEW RECORD            *
      **************************************************************
       1970-LOG-STUDENT-OOB.
                IF OOB-COUNT < 200
                   ADD 1 TO OOB-COUNT
                   MOVE CH-NAME          TO OOB-NAME(OOB-COUNT)
                   MOVE CH-STU-ID        TO OOB-STU-ID(OOB-COUNT)
                   MOVE STUDENT-ADJUSTED TO OOB-ADJUSTED(OOB-COUNT)
                   MOVE STUDENT-DROP     TO OOB-DROP(OOB-COUNT).
      **************************************************************
      *   READS THE OLD CHGHIST MASTER, TOTALLING THE CHARGES ON    *
      *   EVERY RECORD READ, AND MATCHES THE STUDENT'S BALANCE      *
      *   SPLIT AND PAYMENT HISTORY TO IT.  A MISSING OR EMPTY      *
      *   CHGHIST SIMPLY MEANS NO STUDENT HAS ANY CHARGES TO        *
      *   ADJUST YET                                                *
      **************************************************************
       2000-READ-MASTER.
                READ OLD-CHGHIST INTO CHGHIST-REC
                    AT END MOVE 1 TO EOF-M.
                IF EOF-M NOT = 1
                   IF CH-CHG-COUNT NOT NUMERIC
                      OR CH-CHG-COUNT > 12
                      MOVE 0 TO CH-CHG-COUNT.
                IF EOF-M NOT = 1
                   AND CH-STU-ID NOT NUMERIC
                   MOVE 0 TO CH-STU-ID.
                IF EOF-M NOT = 1
                   ADD 1 TO MASTERS-READ
                   MOVE 0 TO SUM-ACCUM
                   PERFORM 1060-SUM-CHARGES
                   ADD SUM-ACCUM TO OLD-CHG-TOTAL
                   PERFORM 2200-MATCH-BALSPLIT
                   PERFORM 2300-MATCH-PAYHIST.
      **************************************************************
      *   READS THE ADJUSTMENT FILE, COUNTING EVERY ADJUSTMENT      *
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
                   AND T-CHG-AMT NOT NUMERIC
                   MOVE 0 TO T-CHG-AMT.
                IF EOF-T NOT = 1
                   AND T-ADJ-AMT NOT NUMERIC
                   MOVE 0 TO T-ADJ-AMT.
                IF EOF-T NOT = 1
                   AND T-CHG-DATE NOT NUMERIC
                   MOVE 0 TO T-CHG-DATE.
                IF EOF-T NOT = 1
                   AND T-DATE NOT NUMERIC
                   MOVE 0 TO T-DATE.
      **************************************************************
      *   CARRIES FORWARD ANY OLD BALANCE-SPLIT RECORD FOR AN ID    *
      *   BELOW THIS MASTER'S, THEN TAKES THIS STUDENT'S OWN RECORD *
      *   IF THERE IS ONE.  THE PRINCIPAL WRITTEN OFF ON EVERY      *
      *   RECORD READ IS TOTALLED FOR THE RECONCILIATION            *
      **************************************************************
       2200-MATCH-BALSPLIT.
                PERFORM 2210-CARRY-FORWARD-BALSPLIT
                    UNTIL OLD-BS-KEY NOT < CH-STU-ID.
                MOVE 'N' TO BS-MATCH-SW.
                MOVE 0 TO OLD-WOFF-SUM.
                IF OLD-BS-KEY = CH-STU-ID
                   AND CH-STU-ID > 0
                   MOVE OLD-BALSPLIT-REC TO BALSPLIT-REC
                   MOVE 'Y' TO BS-MATCH-SW
                   PERFORM 2215-NOTE-OLD-WRITE-OFF
                   PERFORM 2205-READ-OLD-BALSPLIT.
       2205-READ-OLD-BALSPLIT.
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
                IF EOF-BS NOT = 1
                   AND OBS-PRIN-WOFF NUMERIC
                   ADD OBS-PRIN-WOFF TO OLD-WOFF-TOTAL.
       2210-CARRY-FORWARD-BALSPLIT.
                WRITE NEW-BALSPLIT-REC FROM OLD-BALSPLIT-REC.
                IF OBS-PRIN-WOFF NUMERIC
                   ADD OBS-PRIN-WOFF TO NEW-WOFF-TOTAL.
                PERFORM 2205-READ-OLD-BALSPLIT.
       2215-NOTE-OLD-WRITE-OFF.
                IF BS-PRIN-WOFF NUMERIC
                   MOVE BS-PRIN-WOFF TO OLD-WOFF-SUM.
      **************************************************************
      *   SKIPS PAST ANY PAYMENT-HISTORY RECORD FOR AN ID BELOW     *
      *   THIS MASTER'S AND TOTALS THE PAYMENTS ON THIS STUDENT'S   *
      *   OWN RECORD IF THERE IS ONE.  THE TRAILER, ALREADY PROVED, *
      *   ENDS THE MASTER                                           *
      **************************************************************
       2300-MATCH-PAYHIST.
                PERFORM 2305-READ-ONE-PAYHIST
                    UNTIL PH-KEY NOT < CH-STU-ID.
                MOVE 'N' TO PH-MATCH-SW.
                MOVE 0 TO STUDENT-PAID.
                IF PH-KEY = CH-STU-ID
                   AND CH-STU-ID > 0
                   MOVE 'Y' TO PH-MATCH-SW
                   PERFORM 2310-ADD-ONE-PH-AMT
                       VARYING SUB FROM 1 BY 1
                       UNTIL SUB > PH-PAID-COUNT.
       2305-READ-ONE-PAYHIST.
                IF EOF-PH NOT = 1
                   READ PAYHIST-FILE
                       AT END MOVE 1 TO EOF-PH.
                IF EOF-PH NOT = 1
                   AND PH-NAME = TRAILER-ID
                   MOVE 1 TO EOF-PH.
                IF EOF-PH = 1
                   MOVE 0 TO PH-PAID-COUNT
                   MOVE HIGH-KEY TO PH-KEY
                ELSE
                IF PH-STU-ID NOT NUMERIC
                   MOVE 0 TO PH-KEY
                ELSE
                   MOVE PH-STU-ID TO PH-KEY.
                IF PH-PAID-COUNT NOT NUMERIC
                   OR PH-PAID-COUNT > 12
                   MOVE 0 TO PH-PAID-COUNT.
       2310-ADD-ONE-PH-AMT.
                IF PH-PAID-AMT(SUB) NUMERIC
                   ADD PH-PAID-AMT(SUB) TO STUDENT-PAID.
      **************************************************************
      *   LOADS THE APPROVER CARDS.  A CARD WITH NO CODE OR AN      *
      *   UNREADABLE LIMIT STOPS THE RUN - AN APPROVER TABLE THAT   *
      *   CANNOT BE TRUSTED CANNOT AUTHORIZE ANYTHING               *
      **************************************************************
       3000-LOAD-APPROVER-FILE.
                OPEN INPUT APPROVER-FILE.
                PERFORM 3010-READ-APPROVER-CARD.
                PERFORM 3020-LOAD-ONE-APPROVER
                    UNTIL EOF-A = 1.
                CLOSE APPROVER-FILE.
       3010-READ-APPROVER-CARD.
                READ APPROVER-FILE
                    AT END MOVE 1 TO EOF-A.
       3020-LOAD-ONE-APPROVER.
                IF AP-CODE = SPACES
                   OR AP-LIMIT NOT NUMERIC
                   DISPLAY 'ADJ5 - APPROVER CARD UNREADABLE FOR '
                           AP-NAME
                   MOVE 'ADJAPPR' TO STOP-FILE
                   MOVE 'APPROVER CARD UNREADABLE' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                IF AT-COUNT NOT < 50
                   DISPLAY 'ADJ5 - MORE THAN 50 APPROVER CARDS'
                   MOVE 'ADJAPPR' TO STOP-FILE
                   MOVE 'OVER 50 APPROVER CARDS' TO STOP-REASON
                   PERFORM 9999-ABORT-RUN.
                ADD 1 TO AT-COUNT.
                MOVE AP-CODE      TO AT-CODE(AT-COUNT).
                MOVE AP-LIMIT     TO AT-LIMIT(AT-COUNT).
                MOVE AP-WRITE-OFF TO AT-WRITE-OFF(AT-COUNT).
                PERFORM 3010-READ-APPROVER-CARD.
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
                MOVE 'ADJUSTMENTS READ' TO LEDGER-TOTAL-NAME.
                MOVE TRANS-READ TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'WAIVERS POSTED' TO LEDGER-TOTAL-NAME.
                MOVE TRANS-WAIVED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'REDUCTIONS POSTED' TO LEDGER-TOTAL-NAME.
                MOVE TRANS-REDUCED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'WRITE-OFFS POSTED' TO LEDGER-TOTAL-NAME.
                MOVE TRANS-WRITTEN-OFF TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'ADJUSTMENTS REJECTED' TO LEDGER-TOTAL-NAME.
                MOVE TRANS-REJECTED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'AMOUNT WAIVED' TO LEDGER-TOTAL-NAME.
                MOVE AMOUNT-WAIVED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'AMOUNT REDUCED' TO LEDGER-TOTAL-NAME.
                MOVE AMOUNT-REDUCED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'AMOUNT WRITTEN OFF' TO LEDGER-TOTAL-NAME.
                MOVE AMOUNT-WRITTEN-OFF TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'INTEREST WRITTEN OFF' TO LEDGER-TOTAL-NAME.
                MOVE INT-WRITTEN-OFF TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'LATE FEES WRITTEN OFF' TO LEDGER-TOTAL-NAME.
                MOVE FEE-WRITTEN-OFF TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'PRINCIPAL WRITTEN OFF' TO LEDGER-TOTAL-NAME.
                MOVE PRIN-WRITTEN-OFF TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'NEW MASTER CHARGE DROP' TO LEDGER-TOTAL-NAME.
                MOVE CHG-DROP TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'NEW MASTER WRITE-OFF RISE' TO LEDGER-TOTAL-NAME.
                MOVE WOFF-RISE TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'NEW MASTER BALANCE DROP' TO LEDGER-TOTAL-NAME.
                MOVE MASTER-DROP TO LEDGER-TOTAL-VALUE.
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
                MOVE FP-COUNT TO GEN-NEW-COUNT(1).
                MOVE FP-HASH  TO GEN-NEW-HASH(1).
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
                MOVE FP-COUNT TO GEN-NEW-COUNT(2).
                MOVE FP-HASH  TO GEN-NEW-HASH(2).
       7845-READ-NEW-BALSPLIT-PASS.
                READ NEW-BALSPLIT INTO BALSPLIT-REC
                    AT END MOVE 1 TO EOF-LP.
                IF EOF-LP NOT = 1
                   PERFORM 0280-HASH-BALSPLIT-REC.
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
      *   STOPS THE RUN COLD - NOTHING IS ADJUSTED UNTIL THE        *
      *   CHGHIST, BALSPLIT AND PAYHIST GENERATIONS, THE PAYHIST    *
      *   TRAILER AND THE APPROVER CARDS ARE RIGHT                  *
      **************************************************************
       9999-ABORT-RUN.
                IF NOT STOP-RECORDED
                   PERFORM 9990-RECORD-STOP.
                DISPLAY 'ADJ5 - RUN STOPPED - NO ADJUSTMENTS POSTED'.
                STOP RUN.
      **************************************************************
      *   PRINTS THE REPORT HEADINGS FOR THE ADJUSTMENTS POSTED     *
      **************************************************************
       8000-PRINT-HEADINGS.
                MOVE RUN-DATE TO AH1-DATE.
                WRITE PRNT-REC FROM ADJ-HEADING1
                    AFTER ADVANCING PAGE.
                WRITE PRNT-REC FROM ADJ-COL-HEADING
                    AFTER ADVANCING 2 LINES.
                MOVE SPACES TO PRNT-REC.
                WRITE PRNT-REC
                    AFTER ADVANCING 1 LINE.
      **************************************************************
      *   PRINTS THE CONTROL TOTALS, THE DOLLARS ADJUSTED BY KIND,  *
      *   THE OLD AND NEW MASTER CHARGES AND PRINCIPAL WRITTEN OFF, *
      *   THE INDEPENDENTLY COMPUTED DROP IN BALANCES ACROSS THE    *
      *   NEW MASTERS, WHETHER THE DOLLARS ADJUSTED AGREE WITH IT,  *
      *   AND THE EXCEPTION LISTS                                   *
      **************************************************************
       8500-RECONCILIATION-REPORT.
                MOVE 'ADJUSTMENTS READ'        TO RCL-LABEL.
                MOVE TRANS-READ                TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 3 LINES.
                MOVE 'WAIVERS POSTED'          TO RCL-LABEL.
                MOVE TRANS-WAIVED              TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'REDUCTIONS POSTED'       TO RCL-LABEL.
                MOVE TRANS-REDUCED             TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'WRITE-OFFS POSTED'       TO RCL-LABEL.
                MOVE TRANS-WRITTEN-OFF         TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'ADJUSTMENTS REJECTED'    TO RCL-LABEL.
                MOVE TRANS-REJECTED            TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'CHARGE RECORDS READ'     TO RCL-LABEL.
                MOVE MASTERS-READ              TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'STUDENTS ADJUSTED'       TO RCL-LABEL.
                MOVE MASTERS-ADJUSTED          TO RCL-COUNT.
                WRITE PRNT-REC FROM RECON-COUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'AMOUNT WAIVED'           TO RAL-LABEL.
                MOVE AMOUNT-WAIVED             TO RAL-AMOUNT.
                WRITE PRNT-REC FROM RECON-AMOUNT-LINE
                    AFTER ADVANCING 2 LINES.
                MOVE 'AMOUNT REDUCED'          TO RAL-LABEL.
                MOVE AMOUNT-REDUCED            TO RAL-AMOUNT.
                WRITE PRNT-REC FROM RECON-AMOUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'AMOUNT WRITTEN OFF'      TO RAL-LABEL.
                MOVE AMOUNT-WRITTEN-OFF        TO RAL-AMOUNT.
                WRITE PRNT-REC FROM RECON-AMOUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE '  INTEREST'              TO RAL-LABEL.
                MOVE INT-WRITTEN-OFF           TO RAL-AMOUNT.
                WRITE PRNT-REC FROM RECON-AMOUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE '  LATE FEES'             TO RAL-LABEL.
                MOVE FEE-WRITTEN-OFF           TO RAL-AMOUNT.
                WRITE PRNT-REC FROM RECON-AMOUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE '  PRINCIPAL'             TO RAL-LABEL.
                MOVE PRIN-WRITTEN-OFF          TO RAL-AMOUNT.
                WRITE PRNT-REC FROM RECON-AMOUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'TOTAL DOLLARS ADJUSTED'  TO RAL-LABEL.
                MOVE TOTAL-ADJUSTED            TO RAL-AMOUNT.
                WRITE PRNT-REC FROM RECON-AMOUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'OLD MASTER CHARGES'      TO RAL-LABEL.
                MOVE OLD-CHG-TOTAL             TO RAL-AMOUNT.
                WRITE PRNT-REC FROM RECON-AMOUNT-LINE
                    AFTER ADVANCING 2 LINES.
                MOVE 'NEW MASTER CHARGES'      TO RAL-LABEL.
                MOVE NEW-CHG-TOTAL             TO RAL-AMOUNT.
                WRITE PRNT-REC FROM RECON-AMOUNT-LINE
                    AFTER ADVANCING 1 LINE.
                COMPUTE CHG-DROP = OLD-CHG-TOTAL - NEW-CHG-TOTAL.
                MOVE 'DROP IN CHARGES'         TO RAL-LABEL.
                MOVE CHG-DROP                  TO RAL-AMOUNT.
                WRITE PRNT-REC FROM RECON-AMOUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'OLD PRINCIPAL WRITTEN OFF' TO RAL-LABEL.
                MOVE OLD-WOFF-TOTAL            TO RAL-AMOUNT.
                WRITE PRNT-REC FROM RECON-AMOUNT-LINE
                    AFTER ADVANCING 2 LINES.
                MOVE 'NEW PRINCIPAL WRITTEN OFF' TO RAL-LABEL.
                MOVE NEW-WOFF-TOTAL            TO RAL-AMOUNT.
                WRITE PRNT-REC FROM RECON-AMOUNT-LINE
                    AFTER ADVANCING 1 LINE.
                COMPUTE WOFF-RISE = NEW-WOFF-TOTAL - OLD-WOFF-TOTAL.
                MOVE 'RISE IN PRINCIPAL WOFF'  TO RAL-LABEL.
                MOVE WOFF-RISE                 TO RAL-AMOUNT.
                WRITE PRNT-REC FROM RECON-AMOUNT-LINE
                    AFTER ADVANCING 1 LINE.
                MOVE 'DROP IN BALANCES'        TO RAL-LABEL.
                MOVE MASTER-DROP               TO RAL-AMOUNT.
                WRITE PRNT-REC FROM RECON-AMOUNT-LINE
                    AFTER ADVANCING 2 LINES.
                IF TOTAL-ADJUSTED NOT = MASTER-DROP
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
                MOVE RJ-STU-ID(RJ-SUB)   TO RJL-STU-ID.
                MOVE RJ-NAME(RJ-SUB)     TO RJL-NAME.
                MOVE RJ-ADJ-TYPE(RJ-SUB) TO RJL-ADJ-TYPE.
                MOVE RJ-CHG-TYPE(RJ-SUB) TO RJL-CHG-TYPE.
                MOVE RJ-CHG-DATE(RJ-SUB) TO RJL-CHG-DATE.
                MOVE RJ-AMOUNT(RJ-SUB)   TO RJL-AMOUNT.
                MOVE RJ-APPROVER(RJ-SUB) TO RJL-APPROVER.
                MOVE RJ-REASON(RJ-SUB)   TO RJL-REASON.
                WRITE PRNT-REC FROM REJECT-LINE
                    AFTER ADVANCING 1 LINE.
      **************************************************************
      *   PRINTS ONE STUDENT FROM THE PER-STUDENT OUT-OF-BALANCE    *
      *   EXCEPTION TABLE                                           *
      **************************************************************
       8200-PRINT-STUDENT-OOB-LINE.
                MOVE OOB-STU-ID(OOB-SUB)   TO OOBL-STU-ID.
                MOVE OOB-NAME(OOB-SUB)     TO OOBL-NAME.
                MOVE OOB-ADJUSTED(OOB-SUB) TO OOBL-ADJUSTED.
                MOVE OOB-DROP(OOB-SUB)     TO OOBL-DROP.
                WRITE PRNT-REC FROM STUDENT-OOB-LINE
                    AFTER ADVANCING 1 LINE.
