       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXAMSCH.
       AUTHOR. Matthew Simpson.
      *  FINAL EXAM SCHEDULE RUN.
      *  ASSIGNS EVERY SECTION ON THE COURSE MASTER TO A FINAL EXAM
      *  BLOCK FROM ITS MEETING PATTERN - C-DAYS AND C-STARTING-TIME -
      *  USING THE EXAMBLK PARAMETER FILE.  'B' CARDS NAME EACH EXAM
      *  BLOCK WITH ITS DATE AND START AND END TIMES; 'M' CARDS MAP A
      *  MEETING PATTERN TO A BLOCK.  A MAPPING CARD WITH ITS DAYS
      *  LEFT BLANK TAKES EVERY SECTION STARTING AT THAT TIME THAT NO
      *  CARD NAMES EXACTLY.  A 'T' CARD GIVES THE FIRST AND LAST
      *  ROSTER DATE OF THE TERM BEING EXAMINED, THE SAME WINDOW THE
      *  GRDPARM CARD GIVES GRDPOST - A ZERO DATE LEAVES THAT END
      *  OPEN, AND WITH NO 'T' CARD EVERY ROSTER SEAT IS TAKEN.  A
      *  SEAT DATED OUTSIDE THE WINDOW IS LEFT OUT OF THE HEAD COUNT
      *  AND THE TIMETABLES AND ONLY COUNTED ON THE CONFLICT LIST.
      *  EACH SECTION SITS ITS EXAM IN ITS OWN C-BUILDING/C-ROOM
      *  UNLESS THE ROOM FILE SAYS THE ROOM HOLDS FEWER THAN THE
      *  SECTION'S HEAD COUNT - THE LARGER OF ITS SEATS ON THE
      *  ENROLLMENT ROSTER AND THE SEATS TAKEN ON THE COURSE MASTER.
      *  SUCH A SECTION IS MOVED TO THE SMALLEST ROOM THAT HOLDS IT
      *  AND IS FREE IN THAT BLOCK.
      *  FROM THE ROSTER EVERY STUDENT'S EXAMS ARE PULLED TOGETHER,
      *  AND A STUDENT WITH TWO EXAMS IN THE SAME BLOCK, OR THREE OR
      *  MORE ON ONE DAY, IS FLAGGED.
      *  THREE REPORTS ARE PRINTED - THE EXAM SCHEDULE BY DAY AND
      *  BLOCK, A TIMETABLE FOR EVERY STUDENT, AND THE CONFLICT LIST
      *  THE REGISTRAR WORKS THROUGH BEFORE THE SCHEDULE IS
      *  PUBLISHED: SECTIONS WITH NO BLOCK, ROOMS TOO SMALL WITH NO
      *  LARGER ROOM FREE, ROOMS BOOKED TWICE IN ONE BLOCK, AND THE
      *  STUDENT CONFLICTS.
      *  NOTHING IS REWRITTEN, SO THE RUN CAN BE REPEATED AS OFTEN AS
      *  THE BLOCK CARDS ARE ADJUSTED.  IT RECORDS ITSELF AND ITS
      *  CONTROL TOTALS ON THE SHARED RUN-CONTROL LEDGER (RUNLEDG).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT OPTIONAL EXAMBLK-FILE ASSIGN TO DA-S-EXAMBLK.
                SELECT COURSE-FILE ASSIGN TO DA-S-COURSE.
                SELECT OPTIONAL ROOM-FILE ASSIGN TO DA-S-ROOM.
                SELECT OPTIONAL ROSTER-FILE ASSIGN TO DA-S-ROSTER.
                SELECT SCHEDULE-FILE ASSIGN TO UR-S-EXAMSC.
                SELECT TIMETABLE-FILE ASSIGN TO UR-S-EXAMTT.
                SELECT CONFLICT-FILE ASSIGN TO UR-S-EXAMCF.
                SELECT OPTIONAL LEDGER-FILE ASSIGN TO DA-S-RUNLEDG.
       DATA DIVISION.
       FILE SECTION.
       FD  EXAMBLK-FILE
               RECORDING MODE IS F
               LABEL RECORDS ARE STANDARD.
        01  EXAMBLK-IN-REC               PIC X(80).
        FD  COURSE-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  COURSE-IN-REC                PIC X(80).
        FD  ROOM-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  ROOM-IN-REC                  PIC X(80).
        FD  ROSTER-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  ROSTER-REC                   PIC X(80).
        FD  SCHEDULE-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  SCHEDULE-REC                 PIC X(132).
        FD  TIMETABLE-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  TIMETABLE-REC                PIC X(132).
        FD  CONFLICT-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  CONFLICT-REC                 PIC X(132).
        FD  LEDGER-FILE
                RECORDING MODE IS F
                LABEL RECORDS ARE STANDARD.
        01  LEDGER-REC                   PIC X(80).
       WORKING-STORAGE SECTION.
       01  RUN-CONTROL.
                  03  RUN-DATE                 PIC 9(8)      VALUE 0.
                  03  LINE-CT                  PIC 99        VALUE 0.
                  03  CF-LINE-CT               PIC 99        VALUE 0.
                  03  PREV-DATE                PIC 9(8)      VALUE 0.
      *****************************************************************
      *      RUN-CONTROL LEDGER RECORD - THE LEDGER IS SHARED BY     ***
      *      EVERY STEP OF THE NIGHTLY JOB STREAM AND IS ONLY EVER   ***
      *      APPENDED TO.  THIS STEP READS AND WRITES NO LEDGERED    ***
      *      MASTER, SO IT RECORDS ONLY ITS STEP (S) AND CONTROL     ***
      *      TOTAL (T) RECORDS                                       ***
      *****************************************************************
       01  LEDGER-DATA.
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
                  03  LG-TOTAL-DATA REDEFINES LG-DETAIL.
                      05  LG-TOTAL-NAME        PIC X(30).
                      05  LG-TOTAL-VALUE       PIC S9(11)V99.
                      05  FILLER               PIC X(20).
       01  LEDGER-CTL.
                  03  LEDGER-STEP              PIC X(8)      VALUE
                      'EXAMSCH'.
                  03  LEDGER-TITLE             PIC X(40)     VALUE
                      'FINAL EXAM SCHEDULE'.
                  03  LEDGER-TIME              PIC 9(8)      VALUE 0.
                  03  LEDGER-TOTAL-NAME        PIC X(30)     VALUE
                      SPACES.
                  03  LEDGER-TOTAL-VALUE       PIC S9(11)V99 VALUE 0.
      *****************************************************************
      *      EXAM BLOCK PARAMETER CARDS.  A 'B' CARD NAMES ONE EXAM  ***
      *      BLOCK - ITS TWO-CHARACTER ID, DATE AND START AND END    ***
      *      TIMES (HHMM).  AN 'M' CARD SENDS ONE MEETING PATTERN -  ***
      *      C-DAYS AND STARTING HOUR AND MINUTE - TO A BLOCK; BLANK ***
      *      DAYS MEANS ANY DAYS AT THAT STARTING TIME.  THE ONE 'T' ***
      *      CARD GIVES THE TERM'S FIRST AND LAST ROSTER DATE, ZERO  ***
      *      MEANING OPEN AT THAT END                                ***
      *****************************************************************
       01  EXAMBLK-DATA.
                  03  EB-TYPE                  PIC X.
                      88  EB-BLOCK-CARD                      VALUE 'B'.
                      88  EB-MAP-CARD                        VALUE 'M'.
                      88  EB-TERM-CARD                       VALUE 'T'.
                  03  EB-DETAIL                PIC X(79).
                  03  EB-BLOCK-DATA REDEFINES EB-DETAIL.
                      05  EB-BLOCK-ID          PIC XX.
                      05  EB-EXAM-DATE         PIC 9(8).
                      05  EB-START-TIME        PIC 9(4).
                      05  EB-END-TIME          PIC 9(4).
                      05  FILLER               PIC X(61).
                  03  EB-MAP-DATA REDEFINES EB-DETAIL.
                      05  EB-MAP-DAYS          PIC X(6).
                      05  EB-MAP-HOUR          PIC 99.
                      05  EB-MAP-MIN           PIC 99.
                      05  EB-MAP-BLOCK         PIC XX.
                      05  FILLER               PIC X(67).
                  03  EB-TERM-DATA REDEFINES EB-DETAIL.
                      05  EB-FROM-DATE         PIC 9(8).
                      05  EB-THRU-DATE         PIC 9(8).
                      05  FILLER               PIC X(63).
       01  EXAMBLK-CTL.
                  03  EB-EOF                   PIC X         VALUE 'N'.
                      88  EXAMBLK-AT-END                     VALUE 'Y'.
                  03  EB-BAD-CT                PIC 999       VALUE 0.
                  03  EB-UNMAPPED-CT           PIC 999       VALUE 0.
                  03  TERM-FROM-DATE           PIC 9(8)      VALUE 0.
                  03  TERM-THRU-DATE           PIC 9(8)      VALUE
                      99999999.
                  03  TERM-CARD-SW             PIC X         VALUE 'N'.
                      88  TERM-CARD-READ                     VALUE 'Y'.
      *****************************************************************
      *      EXAM BLOCKS.  THE ORDER KEY IS DATE, START TIME AND ID  ***
      *      SO EACH BLOCK'S RANK IS ITS PLACE IN THE EXAM WEEK, AND ***
      *      RANK-TABLE POINTS FROM EACH RANK BACK TO ITS BLOCK      ***
      *****************************************************************
       01  BLOCK-TABLE.
                  03  BLK-ENTRY    OCCURS 50 TIMES.
                      05  BLK-ORDER-KEY.
                          07  BLK-DATE         PIC 9(8).
                          07  BLK-START        PIC 9(4).
                          07  BLK-ID           PIC XX.
                      05  BLK-END              PIC 9(4).
                      05  BLK-RANK             PIC 99.
                      05  BLK-SECTION-CT       PIC 999.
       01  BLOCK-CTL.
                  03  BLK-COUNT                PIC 99        VALUE 0.
                  03  BLK-SUB                  PIC 99        VALUE 0.
                  03  BLK-SUB2                 PIC 99        VALUE 0.
                  03  BLK-FOUND-SW             PIC X         VALUE 'N'.
                      88  BLOCK-FOUND                        VALUE 'Y'.
                  03  BLK-FOUND-SUB            PIC 99        VALUE 0.
                  03  LOOK-BLOCK-ID            PIC XX        VALUE
                      SPACES.
       01  RANK-TABLE.
                  03  RNK-BLOCK-SUB            PIC 99
                                               OCCURS 50 TIMES.
       01  RANK-CTL.
                  03  RNK-SUB                  PIC 99        VALUE 0.
      *****************************************************************
      *      MEETING-PATTERN MAPPINGS, EACH RESOLVED TO ITS BLOCK    ***
      *      ONCE EVERY CARD HAS BEEN READ                           ***
      *****************************************************************
       01  MAP-TABLE.
                  03  MAP-ENTRY    OCCURS 100 TIMES.
                      05  MAP-DAYS             PIC X(6).
                      05  MAP-HOUR             PIC 99.
                      05  MAP-MIN              PIC 99.
                      05  MAP-BLOCK-ID         PIC XX.
                      05  MAP-BLOCK-SUB        PIC 99.
       01  MAP-CTL.
                  03  MAP-COUNT                PIC 999       VALUE 0.
                  03  MAP-SUB                  PIC 999       VALUE 0.
                  03  MAP-FOUND-SW             PIC X         VALUE 'N'.
                      88  MAPPING-FOUND                      VALUE 'Y'.
                  03  LOOK-DAYS                PIC X(6)      VALUE
                      SPACES.
      *****************************************************************
      *      THE COURSE MASTER - SAME 80-BYTE LAYOUT TOTAL5 READS    ***
      *****************************************************************
       01  COURSE-DATA.
                  03  C-COURSE.
                      05  C-ABB                PIC XXX.
                      05  C-NUMB               PIC XXXX.
                      05  C-SEC                PIC XXX.
                  03  C-TITLE                  PIC X(20).
                  03  C-SEATS-REMAINING        PIC S999.
                  03  C-CLASSLIMIT             PIC 999.
                  03  C-TAKEN                  PIC 999.
                  03  FILLER                   PIC XXX.
                  03  C-STARTING-TIME.
                      05  C-STARTING-HOUR      PIC 99.
                      05  C-STARTING-MIN       PIC 99.
                  03  FILLER                   PIC XX.
                  03  C-DAYS                   PIC X(6).
                  03  C-LOCATION.
                      05  C-BUILDING           PIC XX.
                      05  C-ROOM               PIC XXX.
                  03  FILLER                   PIC X(21).
       01  COURSE-CTL.
                  03  CRS-EOF                  PIC X         VALUE 'N'.
                      88  COURSE-AT-END                      VALUE 'Y'.
      *****************************************************************
      *      SECTION TABLE - ONE ENTRY PER SECTION IN COURSE MASTER  ***
      *      ORDER WITH ITS MEETING PATTERN, HOME ROOM, HEAD COUNT,  ***
      *      EXAM BLOCK AND THE ROOM IT SITS THE EXAM IN.  THE ROOM  ***
      *      SWITCH SAYS WHETHER THE HOME ROOM WAS KEPT, THE SECTION ***
      *      WAS MOVED, THE HOME ROOM IS TOO SMALL WITH NOWHERE TO   ***
      *      GO, OR THE HOME ROOM IS NOT ON THE ROOM FILE            ***
      *****************************************************************
       01  SECTION-TABLE.
                  03  SEC-ENTRY    OCCURS 500 TIMES.
                      05  SEC-COURSE           PIC X(10).
                      05  SEC-TITLE            PIC X(20).
                      05  SEC-DAYS             PIC X(6).
                      05  SEC-HOUR             PIC 99.
                      05  SEC-MIN              PIC 99.
                      05  SEC-HOME-ROOM.
                          07  SEC-BUILDING     PIC XX.
                          07  SEC-ROOM         PIC XXX.
                      05  SEC-EXAM-ROOM.
                          07  SEC-EXAM-BLDG    PIC XX.
                          07  SEC-EXAM-RM      PIC XXX.
                      05  SEC-TAKEN            PIC S999.
                      05  SEC-ROSTER-CT        PIC 999.
                      05  SEC-HEADCOUNT        PIC 999.
                      05  SEC-CAPACITY         PIC 999.
                      05  SEC-BLOCK-SUB        PIC 99.
                      05  SEC-ROOM-SW          PIC X.
                          88  SEC-ROOM-KEPT                  VALUE 'K'.
                          88  SEC-ROOM-MOVED                 VALUE 'M'.
                          88  SEC-ROOM-TOO-SMALL             VALUE 'S'.
                          88  SEC-ROOM-UNKNOWN               VALUE 'U'.
       01  SECTION-CTL.
                  03  SEC-COUNT                PIC 999       VALUE 0.
                  03  SEC-SUB                  PIC 999       VALUE 0.
                  03  SEC-SUB2                 PIC 999       VALUE 0.
                  03  SEC-FOUND-SW             PIC X         VALUE 'N'.
                      88  SECTION-FOUND                      VALUE 'Y'.
                  03  SEC-FOUND-SUB            PIC 999       VALUE 0.
                  03  SEC-SCHEDULED-CT         PIC 999       VALUE 0.
                  03  SEC-PRINTED-CT           PIC 999       VALUE 0.
      *****************************************************************
      *      ROOM MASTER - BUILDING/ROOM/SEATING CAPACITY, SAME      ***
      *      LAYOUT TOTAL5 CROSS-CHECKS ITS SCHEDULE AGAINST         ***
      *****************************************************************
       01  ROOM-DATA.
                  03  RM-BUILDING              PIC XX.
                  03  RM-ROOM                  PIC XXX.
                  03  RM-CAPACITY              PIC 999.
                  03  FILLER                   PIC X(72).
       01  ROOM-TABLE.
                  03  RMT-ENTRY    OCCURS 200 TIMES.
                      05  RMT-LOCATION.
                          07  RMT-BUILDING     PIC XX.
                          07  RMT-ROOM         PIC XXX.
                      05  RMT-CAPACITY         PIC 999.
       01  ROOM-TABLE-CTL.
                  03  RMT-COUNT                PIC 999       VALUE 0.
                  03  RMT-SUB                  PIC 999       VALUE 0.
                  03  ROOM-EOF                 PIC X         VALUE 'N'.
                      88  ROOM-AT-END                        VALUE 'Y'.
                  03  ROOM-FOUND-SW            PIC X         VALUE 'N'.
                      88  ROOM-CAPACITY-FOUND                VALUE 'Y'.
                  03  FOUND-CAPACITY           PIC 999       VALUE 0.
                  03  ROOM-BUSY-SW             PIC X         VALUE 'N'.
                      88  ROOM-BUSY                          VALUE 'Y'.
                  03  BEST-ROOM-SUB            PIC 999       VALUE 0.
                  03  ROOMS-MOVED-CT           PIC 999       VALUE 0.
      *****************************************************************
      *      ENROLLMENT ROSTER RECORD - SAME LAYOUT TOTAL5 APPENDS,  ***
      *      AND THE SEAT TABLE BUILT FROM IT, EACH SEAT POINTING AT ***
      *      ITS SECTION.  A SEAT WITH NO STUDENT ID STILL COUNTS    ***
      *      TOWARD ITS SECTION'S HEAD COUNT BUT CANNOT BE PUT ON    ***
      *      ANYONE'S TIMETABLE.  A SEAT DATED OUTSIDE THE TERM IS   ***
      *      ONLY COUNTED                                            ***
      *****************************************************************
       01  ROSTER-DATA.
                  03  E-COURSE                 PIC X(10).
                  03  E-NAME                   PIC X(20).
                  03  E-DATE                   PIC 9(8).
                  03  E-STU-ID                 PIC 9(7).
                  03  FILLER                   PIC X(35).
       01  SEAT-TABLE.
                  03  ST-ENTRY     OCCURS 500 TIMES.
                      05  ST-STU-ID            PIC 9(7).
                      05  ST-NAME              PIC X(20).
                      05  ST-SEC-SUB           PIC 999.
       01  SEAT-CTL.
                  03  ST-COUNT                 PIC 999       VALUE 0.
                  03  ST-SUB                   PIC 999       VALUE 0.
                  03  RST-EOF                  PIC X         VALUE 'N'.
                      88  ROSTER-AT-END                      VALUE 'Y'.
                  03  ST-NO-ID-CT              PIC 9(5)      VALUE 0.
                  03  ST-NO-SECTION-CT         PIC 9(5)      VALUE 0.
                  03  ST-OUT-OF-TERM-CT        PIC 9(5)      VALUE 0.
      *****************************************************************
      *      ONE STUDENT'S EXAMS, GATHERED FROM THE SEAT TABLE AND   ***
      *      PRINTED IN BLOCK RANK ORDER.  A SECTION WITH NO BLOCK   ***
      *      TAKES RANK 99 AND PRINTS LAST                           ***
      *****************************************************************
       01  STUDENT-EXAM-TABLE.
                  03  SE-ENTRY     OCCURS 15 TIMES.
                      05  SE-SEC-SUB           PIC 999.
                      05  SE-BLOCK-SUB         PIC 99.
                      05  SE-RANK              PIC 99.
                      05  SE-PRINTED-SW        PIC X.
                          88  SE-PRINTED                     VALUE 'Y'.
       01  STUDENT-CTL.
                  03  SE-COUNT                 PIC 99        VALUE 0.
                  03  SE-SUB                   PIC 99        VALUE 0.
                  03  SE-SUB2                  PIC 99        VALUE 0.
                  03  SE-LOW-SUB               PIC 99        VALUE 0.
                  03  SE-DAY-CT                PIC 99        VALUE 0.
                  03  SE-FIRST-SW              PIC X         VALUE 'Y'.
                      88  FIRST-EXAM-OF-DAY                  VALUE 'Y'.
                  03  LAST-STU-ID              PIC 9(7)      VALUE 0.
                  03  NEXT-STU-ID              PIC 9(7)      VALUE 0.
                  03  NEXT-STU-NAME            PIC X(20)     VALUE
                      SPACES.
                  03  STUDENT-CT               PIC 9(5)      VALUE 0.
                  03  STU-CONFLICT-SW          PIC X         VALUE 'N'.
                      88  STUDENT-HAS-CONFLICT               VALUE 'Y'.
      *****************************************************************
      *      CONFLICT COUNTS FOR THE SUMMARY AND THE LEDGER          ***
      *****************************************************************
       01  CONFLICT-COUNTS.
                  03  CF-NO-BLOCK-CT           PIC 9(5)      VALUE 0.
                  03  CF-SMALL-CT              PIC 9(5)      VALUE 0.
                  03  CF-DOUBLE-CT             PIC 9(5)      VALUE 0.
                  03  CF-SAME-BLOCK-CT         PIC 9(5)      VALUE 0.
                  03  CF-DAY-LOAD-CT           PIC 9(5)      VALUE 0.
                  03  CF-STUDENT-CT            PIC 9(5)      VALUE 0.
                  03  CF-STUDENT-TOTAL         PIC 9(5)      VALUE 0.
       01  TABLE-FULL-SWITCHES.
                  03  BLK-FULL-SW              PIC X         VALUE 'N'.
                      88  BLOCK-TABLE-FULL                   VALUE 'Y'.
                  03  MAP-FULL-SW              PIC X         VALUE 'N'.
                      88  MAP-TABLE-FULL                     VALUE 'Y'.
                  03  SEC-FULL-SW              PIC X         VALUE 'N'.
                      88  SECTION-TABLE-FULL                 VALUE 'Y'.
                  03  RMT-FULL-SW              PIC X         VALUE 'N'.
                      88  ROOM-TABLE-FULL                    VALUE 'Y'.
                  03  ST-FULL-SW               PIC X         VALUE 'N'.
                      88  SEAT-TABLE-FULL                    VALUE 'Y'.
                  03  SE-FULL-SW               PIC X         VALUE 'N'.
                      88  STUDENT-EXAM-TABLE-FULL            VALUE 'Y'.
      *****************************************************************
      *       *** DESCRIPTION OF REPORT PRINT LINES **               ***
      *****************************************************************
       01  MAIN-HEADING.
            03  FILLER                       PIC X(20)     VALUE SPACES.
            03  FILLER    PIC X(27) VALUE 'EASTERN ILLINOIS UNIVERSITY'.
       01  SECONDARY-HEADING.
                03  FILLER                   PIC X(20)     VALUE SPACES.
                03  SH-TITLE                 PIC X(30).
                03  FILLER                   PIC X(5)      VALUE SPACES.
                03  SH-DATE                  PIC 9(8).
      *****************************************************************
      *      EXAM SCHEDULE LINES                                     ***
      *****************************************************************
       01  SCHED-DAY-LINE.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER                   PIC X(10)     VALUE
                    'EXAM DAY'.
                03  SDL-DATE                 PIC 9(8).
       01  SCHED-BLOCK-LINE.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER                   PIC X(6)      VALUE
                    'BLOCK'.
                03  SBL-ID                   PIC XX.
                03  FILLER                   PIC X(3)      VALUE SPACES.
                03  SBL-START                PIC 9(4).
                03  FILLER                   PIC X(3)      VALUE ' - '.
                03  SBL-END                  PIC 9(4).
                03  FILLER                   PIC X(3)      VALUE SPACES.
                03  SBL-SECTION-CT           PIC ZZ9.
                03  FILLER                   PIC X(9)      VALUE
                    ' SECTIONS'.
       01  SCHED-COLUMN-HEADING.
                03  FILLER                   PIC X(14)     VALUE SPACES.
                03  FILLER                   PIC X(12)     VALUE
                    'SECTION'.
                03  FILLER                   PIC X(22)     VALUE
                    'TITLE'.
                03  FILLER                   PIC X(14)     VALUE
                    'MEETS'.
                03  FILLER                   PIC X(9)      VALUE
                    'ROOM'.
                03  FILLER                   PIC X(7)      VALUE
                    'COUNT'.
                03  FILLER                   PIC X(6)      VALUE
                    'HOLDS'.
                03  FILLER                   PIC X(4)      VALUE
                    'NOTE'.
       01  SCHED-SECTION-LINE.
                03  FILLER                   PIC X(14).
                03  SSL-COURSE               PIC X(10).
                03  FILLER                   PIC XX.
                03  SSL-TITLE                PIC X(20).
                03  FILLER                   PIC XX.
                03  SSL-DAYS                 PIC X(6).
                03  FILLER                   PIC X.
                03  SSL-HOUR                 PIC 99.
                03  SSL-COLON                PIC X.
                03  SSL-MIN                  PIC 99.
                03  FILLER                   PIC XX.
                03  SSL-BUILDING             PIC XX.
                03  FILLER                   PIC X.
                03  SSL-ROOM                 PIC XXX.
                03  FILLER                   PIC XXX.
                03  SSL-HEADCOUNT            PIC ZZ9.
                03  FILLER                   PIC XXX.
                03  SSL-CAPACITY             PIC ZZ9.
                03  FILLER                   PIC XXX.
                03  SSL-NOTE                 PIC X(30).
       01  SCHED-NO-BLOCK-HEADING.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER                   PIC X(34)     VALUE
                    'SECTIONS WITH NO EXAM BLOCK'.
      *****************************************************************
      *      STUDENT TIMETABLE LINES                                 ***
      *****************************************************************
       01  TT-STUDENT-LINE.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER                   PIC X(11)     VALUE
                    'STUDENT ID'.
                03  TTS-STU-ID               PIC 9(7).
                03  FILLER                   PIC X(3)      VALUE SPACES.
                03  TTS-NAME                 PIC X(20).
                03  FILLER                   PIC X(3)      VALUE SPACES.
                03  TTS-FLAG                 PIC X(30).
       01  TT-EXAM-LINE.
                03  FILLER                   PIC X(14).
                03  TTE-DATE                 PIC X(8).
                03  FILLER                   PIC XX.
                03  FILLER                   PIC X(6).
                03  TTE-BLOCK                PIC XX.
                03  FILLER                   PIC XX.
                03  TTE-START                PIC X(4).
                03  TTE-DASH                 PIC X(3).
                03  TTE-END                  PIC X(4).
                03  FILLER                   PIC XX.
                03  TTE-COURSE               PIC X(10).
                03  FILLER                   PIC XX.
                03  TTE-TITLE                PIC X(20).
                03  FILLER                   PIC XX.
                03  TTE-BUILDING             PIC XX.
                03  FILLER                   PIC X.
                03  TTE-ROOM                 PIC XXX.
                03  FILLER                   PIC XX.
                03  TTE-NOTE                 PIC X(16).
      *****************************************************************
      *      CONFLICT LIST LINES - SECTION PROBLEMS CARRY NO STUDENT ***
      *****************************************************************
       01  CONFLICT-HEADING.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER                   PIC X(22)     VALUE
                    'CONFLICT'.
                03  FILLER                   PIC X(9)      VALUE
                    'STUDENT'.
                03  FILLER                   PIC X(22)     VALUE
                    'NAME'.
                03  FILLER                   PIC X(10)     VALUE
                    'DATE'.
                03  FILLER                   PIC X(7)      VALUE
                    'BLOCK'.
                03  FILLER                   PIC X(24)     VALUE
                    'SECTIONS'.
                03  FILLER                   PIC X(6)      VALUE
                    'DETAIL'.
       01  CONFLICT-LINE.
                03  FILLER                   PIC X(10).
                03  CFL-TYPE                 PIC X(20).
                03  FILLER                   PIC XX.
                03  CFL-STU-ID               PIC X(7).
                03  FILLER                   PIC XX.
                03  CFL-NAME                 PIC X(20).
                03  FILLER                   PIC XX.
                03  CFL-DATE                 PIC X(8).
                03  FILLER                   PIC XX.
                03  CFL-BLOCK                PIC XX.
                03  FILLER                   PIC X(5).
                03  CFL-COURSE1              PIC X(10).
                03  FILLER                   PIC XX.
                03  CFL-COURSE2              PIC X(10).
                03  FILLER                   PIC XX.
                03  CFL-DETAIL               PIC X(26).
       01  DAY-LOAD-DETAIL.
                03  DLD-COUNT                PIC Z9.
                03  FILLER                   PIC X(17)     VALUE
                    ' EXAMS ON ONE DAY'.
       01  SUMMARY-LINE.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  SM-LABEL                 PIC X(36).
                03  SM-COUNT                 PIC ZZ,ZZ9.
      *****************************************************************
      *      TABLE LIMIT WARNINGS                                    ***
      *****************************************************************
       01  TABLE-WARNING-HEADING.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER    PIC X(28) VALUE
                    '*** TABLE LIMIT WARNINGS ***'.
       01  TABLE-FULL-LINE.
                03  FILLER                   PIC X(10)     VALUE SPACES.
                03  FILLER    PIC X(14) VALUE
                    '*** WARNING - '.
                03  TFL-TEXT                 PIC X(70).

       PROCEDURE DIVISION.
       000-MAINLINE.
               ACCEPT RUN-DATE FROM DATE YYYYMMDD.
               ACCEPT LEDGER-TIME FROM TIME.
               PERFORM 050-BUILD-TABLES.
               OPEN OUTPUT SCHEDULE-FILE
                           TIMETABLE-FILE
                           CONFLICT-FILE.
               PERFORM 090-CONFLICT-HEADINGS.
               PERFORM 100-ASSIGN-ONE-SECTION
                   VARYING SEC-SUB FROM 1 BY 1
                   UNTIL SEC-SUB > SEC-COUNT.
               PERFORM 150-REASSIGN-ONE-ROOM
                   VARYING SEC-SUB FROM 1 BY 1
                   UNTIL SEC-SUB > SEC-COUNT.
               PERFORM 180-CHECK-ONE-ROOM-USE
                   VARYING SEC-SUB FROM 1 BY 1
                   UNTIL SEC-SUB > SEC-COUNT.
               PERFORM 200-STUDENT-TIMETABLES.
               PERFORM 900-EXAM-SCHEDULE.
               PERFORM 940-CONFLICT-SUMMARY.
               PERFORM 995-TABLE-LIMIT-WARNINGS.
               CLOSE SCHEDULE-FILE
                     TIMETABLE-FILE
                     CONFLICT-FILE.
               PERFORM 830-POST-RUN-LEDGER.
               STOP RUN.
      *****************************************************************
      *      BUILDS THE BLOCK, MAPPING, ROOM, SECTION AND SEAT       ***
      *      TABLES ON A ONE-TIME PASS OF EACH FILE.  WITHOUT A      ***
      *      SINGLE EXAM BLOCK THERE IS NOTHING TO SCHEDULE, SO THE  ***
      *      RUN STOPS BEFORE ANY REPORT IS OPENED                   ***
      *****************************************************************
       050-BUILD-TABLES.
               OPEN INPUT EXAMBLK-FILE.
               PERFORM 800-READ-EXAMBLK-FILE.
               PERFORM 060-LOAD-EXAM-CARD
                   UNTIL EXAMBLK-AT-END.
               CLOSE EXAMBLK-FILE.
               IF BLK-COUNT = 0
                  DISPLAY 'EXAMSCH - NO EXAM BLOCK CARDS ON EXAMBLK'
                  DISPLAY 'EXAMSCH - RUN STOPPED, NOTHING SCHEDULED'
                  STOP RUN.
               PERFORM 065-RANK-ONE-BLOCK
                   VARYING BLK-SUB FROM 1 BY 1
                   UNTIL BLK-SUB > BLK-COUNT.
               PERFORM 068-RESOLVE-ONE-MAPPING
                   VARYING MAP-SUB FROM 1 BY 1
                   UNTIL MAP-SUB > MAP-COUNT.
               OPEN INPUT ROOM-FILE.
               PERFORM 805-READ-ROOM-FILE.
               PERFORM 070-LOAD-ROOM-ENTRY
                   UNTIL ROOM-AT-END.
               CLOSE ROOM-FILE.
               OPEN INPUT COURSE-FILE.
               PERFORM 810-READ-COURSE-FILE.
               PERFORM 075-LOAD-SECTION-ENTRY
                   UNTIL COURSE-AT-END.
               CLOSE COURSE-FILE.
               OPEN INPUT ROSTER-FILE.
               PERFORM 815-READ-ROSTER-FILE.
               PERFORM 080-LOAD-SEAT-ENTRY
                   UNTIL ROSTER-AT-END.
               CLOSE ROSTER-FILE.
               PERFORM 085-SET-HEADCOUNT
                   VARYING SEC-SUB FROM 1 BY 1
                   UNTIL SEC-SUB > SEC-COUNT.
      *****************************************************************
      *      FILES ONE EXAMBLK CARD.  A SECOND CARD FOR THE SAME     ***
      *      BLOCK ID, A SECOND 'T' CARD, OR A CARD OF NO KNOWN      ***
      *      TYPE, IS COUNTED AND IGNORED                            ***
      *****************************************************************
       060-LOAD-EXAM-CARD.
               IF EB-BLOCK-CARD
                  MOVE EB-BLOCK-ID TO LOOK-BLOCK-ID
                  PERFORM 062-FIND-BLOCK
                  IF BLOCK-FOUND
                     ADD 1 TO EB-BAD-CT
                  ELSE
                  IF BLK-COUNT < 50
                     ADD 1 TO BLK-COUNT
                     MOVE EB-BLOCK-ID   TO BLK-ID(BLK-COUNT)
                     MOVE EB-EXAM-DATE  TO BLK-DATE(BLK-COUNT)
                     MOVE EB-START-TIME TO BLK-START(BLK-COUNT)
                     MOVE EB-END-TIME   TO BLK-END(BLK-COUNT)
                     MOVE 0             TO BLK-RANK(BLK-COUNT)
                     MOVE 0             TO BLK-SECTION-CT(BLK-COUNT)
                  ELSE
                     MOVE 'Y' TO BLK-FULL-SW
               ELSE
               IF EB-MAP-CARD
                  IF MAP-COUNT < 100
                     ADD 1 TO MAP-COUNT
                     MOVE EB-MAP-DAYS  TO MAP-DAYS(MAP-COUNT)
                     MOVE EB-MAP-HOUR  TO MAP-HOUR(MAP-COUNT)
                     MOVE EB-MAP-MIN   TO MAP-MIN(MAP-COUNT)
                     MOVE EB-MAP-BLOCK TO MAP-BLOCK-ID(MAP-COUNT)
                     MOVE 0            TO MAP-BLOCK-SUB(MAP-COUNT)
                  ELSE
                     MOVE 'Y' TO MAP-FULL-SW
               ELSE
               IF EB-TERM-CARD
                  IF TERM-CARD-READ
                     ADD 1 TO EB-BAD-CT
                  ELSE
                     PERFORM 061-LOAD-TERM-CARD
               ELSE
                  ADD 1 TO EB-BAD-CT.
               PERFORM 800-READ-EXAMBLK-FILE.
      *****************************************************************
      *      SETS THE TERM'S ROSTER-DATE WINDOW FROM THE 'T' CARD -  ***
      *      A DATE THAT IS ZERO OR NOT NUMERIC LEAVES THAT END OPEN ***
      *****************************************************************
       061-LOAD-TERM-CARD.
               SET TERM-CARD-READ TO TRUE.
               IF EB-FROM-DATE NUMERIC
                  MOVE EB-FROM-DATE TO TERM-FROM-DATE.
               IF EB-THRU-DATE NUMERIC
                  AND EB-THRU-DATE > 0
                  MOVE EB-THRU-DATE TO TERM-THRU-DATE.
       062-FIND-BLOCK.
               MOVE 'N' TO BLK-FOUND-SW.
               MOVE 0 TO BLK-FOUND-SUB.
               PERFORM 063-CHECK-ONE-BLOCK
                   VARYING BLK-SUB2 FROM 1 BY 1
                   UNTIL BLK-SUB2 > BLK-COUNT
                   OR BLOCK-FOUND.
       063-CHECK-ONE-BLOCK.
               IF BLK-ID(BLK-SUB2) = LOOK-BLOCK-ID
                  SET BLOCK-FOUND TO TRUE
                  MOVE BLK-SUB2 TO BLK-FOUND-SUB.
      *****************************************************************
      *      A BLOCK'S RANK IS ONE MORE THAN THE NUMBER OF BLOCKS    ***
      *      THAT COME BEFORE IT IN THE EXAM WEEK                    ***
      *****************************************************************
       065-RANK-ONE-BLOCK.
               MOVE 1 TO BLK-RANK(BLK-SUB).
               PERFORM 066-COMPARE-ONE-BLOCK
                   VARYING BLK-SUB2 FROM 1 BY 1
                   UNTIL BLK-SUB2 > BLK-COUNT.
               MOVE BLK-SUB TO RNK-BLOCK-SUB(BLK-RANK(BLK-SUB)).
       066-COMPARE-ONE-BLOCK.
               IF BLK-ORDER-KEY(BLK-SUB2) < BLK-ORDER-KEY(BLK-SUB)
                  ADD 1 TO BLK-RANK(BLK-SUB).
       068-RESOLVE-ONE-MAPPING.
               MOVE MAP-BLOCK-ID(MAP-SUB) TO LOOK-BLOCK-ID.
               PERFORM 062-FIND-BLOCK.
               IF BLOCK-FOUND
                  MOVE BLK-FOUND-SUB TO MAP-BLOCK-SUB(MAP-SUB)
               ELSE
                  ADD 1 TO EB-UNMAPPED-CT.
       070-LOAD-ROOM-ENTRY.
               IF RMT-COUNT < 200
                  ADD 1 TO RMT-COUNT
                  MOVE RM-BUILDING TO RMT-BUILDING(RMT-COUNT)
                  MOVE RM-ROOM     TO RMT-ROOM(RMT-COUNT)
                  MOVE RM-CAPACITY TO RMT-CAPACITY(RMT-COUNT)
               ELSE
                  MOVE 'Y' TO RMT-FULL-SW.
               PERFORM 805-READ-ROOM-FILE.
       075-LOAD-SECTION-ENTRY.
               IF SEC-COUNT < 500
                  ADD 1 TO SEC-COUNT
                  MOVE C-COURSE        TO SEC-COURSE(SEC-COUNT)
                  MOVE C-TITLE         TO SEC-TITLE(SEC-COUNT)
                  MOVE C-DAYS          TO SEC-DAYS(SEC-COUNT)
                  MOVE C-STARTING-HOUR TO SEC-HOUR(SEC-COUNT)
                  MOVE C-STARTING-MIN  TO SEC-MIN(SEC-COUNT)
                  MOVE C-LOCATION      TO SEC-HOME-ROOM(SEC-COUNT)
                  MOVE C-LOCATION      TO SEC-EXAM-ROOM(SEC-COUNT)
                  SUBTRACT C-SEATS-REMAINING FROM C-CLASSLIMIT
                           GIVING SEC-TAKEN(SEC-COUNT)
                  MOVE 0               TO SEC-ROSTER-CT(SEC-COUNT)
                  MOVE 0               TO SEC-HEADCOUNT(SEC-COUNT)
                  MOVE 0               TO SEC-CAPACITY(SEC-COUNT)
                  MOVE 0               TO SEC-BLOCK-SUB(SEC-COUNT)
                  MOVE 'K'             TO SEC-ROOM-SW(SEC-COUNT)
               ELSE
                  MOVE 'Y' TO SEC-FULL-SW.
               PERFORM 810-READ-COURSE-FILE.
      *****************************************************************
      *      ONLY A SEAT DATED INSIDE THE TERM ON THE 'T' CARD       ***
      *      COUNTS TOWARD A HEAD COUNT OR GOES ON A TIMETABLE - A   ***
      *      SEAT LEFT ON THE ROSTER FROM ANOTHER TERM IS ONLY       ***
      *      COUNTED                                                 ***
      *****************************************************************
       080-LOAD-SEAT-ENTRY.
               IF E-DATE < TERM-FROM-DATE
                  OR E-DATE > TERM-THRU-DATE
                  ADD 1 TO ST-OUT-OF-TERM-CT
               ELSE
                  PERFORM 081-FILE-ONE-SEAT.
               PERFORM 815-READ-ROSTER-FILE.
       081-FILE-ONE-SEAT.
               PERFORM 082-FIND-SECTION.
               IF SECTION-FOUND
                  ADD 1 TO SEC-ROSTER-CT(SEC-FOUND-SUB)
               ELSE
                  ADD 1 TO ST-NO-SECTION-CT.
               IF E-STU-ID = 0
                  ADD 1 TO ST-NO-ID-CT
               ELSE
               IF SECTION-FOUND
                  IF ST-COUNT < 500
                     ADD 1 TO ST-COUNT
                     MOVE E-STU-ID      TO ST-STU-ID(ST-COUNT)
                     MOVE E-NAME        TO ST-NAME(ST-COUNT)
                     MOVE SEC-FOUND-SUB TO ST-SEC-SUB(ST-COUNT)
                  ELSE
                     MOVE 'Y' TO ST-FULL-SW.
       082-FIND-SECTION.
               MOVE 'N' TO SEC-FOUND-SW.
               MOVE 0 TO SEC-FOUND-SUB.
               PERFORM 083-CHECK-ONE-SECTION
                   VARYING SEC-SUB FROM 1 BY 1
                   UNTIL SEC-SUB > SEC-COUNT
                   OR SECTION-FOUND.
       083-CHECK-ONE-SECTION.
               IF SEC-COURSE(SEC-SUB) = E-COURSE
                  SET SECTION-FOUND TO TRUE
                  MOVE SEC-SUB TO SEC-FOUND-SUB.
      *****************************************************************
      *      THE EXAM HEAD COUNT IS THE LARGER OF THE SECTION'S      ***
      *      ROSTER SEATS AND ITS SEATS TAKEN ON THE COURSE MASTER   ***
      *****************************************************************
       085-SET-HEADCOUNT.
               IF SEC-TAKEN(SEC-SUB) > SEC-ROSTER-CT(SEC-SUB)
                  MOVE SEC-TAKEN(SEC-SUB) TO SEC-HEADCOUNT(SEC-SUB)
               ELSE
                  MOVE SEC-ROSTER-CT(SEC-SUB)
                                     TO SEC-HEADCOUNT(SEC-SUB).
       090-CONFLICT-HEADINGS.
               WRITE CONFLICT-REC FROM MAIN-HEADING
                     AFTER ADVANCING PAGE.
               MOVE 'EXAM SCHEDULE CONFLICT LIST' TO SH-TITLE.
               MOVE RUN-DATE TO SH-DATE.
               WRITE CONFLICT-REC FROM SECONDARY-HEADING
                     AFTER ADVANCING 1.
               WRITE CONFLICT-REC FROM CONFLICT-HEADING
                     AFTER ADVANCING 2.
               MOVE SPACES TO CONFLICT-REC.
               WRITE CONFLICT-REC
                     AFTER ADVANCING 1.
               MOVE 0 TO CF-LINE-CT.
      *****************************************************************
      *      GIVES ONE SECTION ITS EXAM BLOCK - AN EXACT DAYS AND    ***
      *      TIME MAPPING FIRST, THEN ONE FOR ANY DAYS AT THAT TIME  ***
      *      - AND CHECKS ITS HOME ROOM AGAINST ITS HEAD COUNT       ***
      *****************************************************************
       100-ASSIGN-ONE-SECTION.
               MOVE SEC-DAYS(SEC-SUB) TO LOOK-DAYS.
               PERFORM 110-FIND-MAPPING.
               IF NOT MAPPING-FOUND
                  MOVE SPACES TO LOOK-DAYS
                  PERFORM 110-FIND-MAPPING.
               IF MAPPING-FOUND
                  MOVE MAP-BLOCK-SUB(MAP-SUB)
                                 TO SEC-BLOCK-SUB(SEC-SUB)
                  ADD 1 TO BLK-SECTION-CT(MAP-BLOCK-SUB(MAP-SUB))
                  ADD 1 TO SEC-SCHEDULED-CT
               ELSE
                  ADD 1 TO CF-NO-BLOCK-CT
                  MOVE SPACES TO CONFLICT-LINE
                  MOVE 'NO EXAM BLOCK' TO CFL-TYPE
                  MOVE SEC-COURSE(SEC-SUB) TO CFL-COURSE1
                  MOVE 'NO MAPPING FOR MEETS' TO CFL-DETAIL
                  PERFORM 190-WRITE-CONFLICT-LINE.
               PERFORM 120-FIND-ROOM.
               IF NOT ROOM-CAPACITY-FOUND
                  MOVE 'U' TO SEC-ROOM-SW(SEC-SUB)
               ELSE
                  MOVE FOUND-CAPACITY TO SEC-CAPACITY(SEC-SUB)
                  IF FOUND-CAPACITY < SEC-HEADCOUNT(SEC-SUB)
                     MOVE 'S' TO SEC-ROOM-SW(SEC-SUB).
      *****************************************************************
      *      LOOKS FOR A MAPPING CARD FOR LOOK-DAYS AT THE SECTION'S ***
      *      STARTING TIME WHOSE BLOCK IS ON FILE - MAP-SUB IS LEFT  ***
      *      ON THE ONE FOUND                                        ***
      *****************************************************************
       110-FIND-MAPPING.
               MOVE 'N' TO MAP-FOUND-SW.
               MOVE 1 TO MAP-SUB.
               PERFORM 111-CHECK-ONE-MAPPING
                   UNTIL MAP-SUB > MAP-COUNT
                   OR MAPPING-FOUND.
       111-CHECK-ONE-MAPPING.
               IF MAP-DAYS(MAP-SUB) = LOOK-DAYS
                  AND MAP-HOUR(MAP-SUB) = SEC-HOUR(SEC-SUB)
                  AND MAP-MIN(MAP-SUB) = SEC-MIN(SEC-SUB)
                  AND MAP-BLOCK-SUB(MAP-SUB) > 0
                  SET MAPPING-FOUND TO TRUE
               ELSE
                  ADD 1 TO MAP-SUB.
      *****************************************************************
      *      LOOKS UP THE SECTION'S CURRENT EXAM ROOM ON THE ROOM    ***
      *      TABLE                                                   ***
      *****************************************************************
       120-FIND-ROOM.
               MOVE 'N' TO ROOM-FOUND-SW.
               MOVE 0 TO FOUND-CAPACITY.
               PERFORM 121-CHECK-ONE-ROOM
                   VARYING RMT-SUB FROM 1 BY 1
                   UNTIL RMT-SUB > RMT-COUNT
                   OR ROOM-CAPACITY-FOUND.
       121-CHECK-ONE-ROOM.
               IF RMT-LOCATION(RMT-SUB) = SEC-EXAM-ROOM(SEC-SUB)
                  SET ROOM-CAPACITY-FOUND TO TRUE
                  MOVE RMT-CAPACITY(RMT-SUB) TO FOUND-CAPACITY.
      *****************************************************************
      *      MOVES A SECTION THAT HAS OUTGROWN ITS HOME ROOM TO THE  ***
      *      SMALLEST ROOM ON FILE THAT HOLDS ITS HEAD COUNT AND IS  ***
      *      NOT ALREADY IN USE IN THE SAME BLOCK.  WHEN THERE IS NO ***
      *      SUCH ROOM THE SECTION STAYS PUT AND GOES ON THE         ***
      *      CONFLICT LIST.  A SECTION WITH NO BLOCK IS ALREADY ON   ***
      *      THE LIST AND IS LEFT ALONE                              ***
      *****************************************************************
       150-REASSIGN-ONE-ROOM.
               IF SEC-ROOM-TOO-SMALL(SEC-SUB)
                  AND SEC-BLOCK-SUB(SEC-SUB) > 0
                  MOVE 0 TO BEST-ROOM-SUB
                  PERFORM 155-CONSIDER-ONE-ROOM
                      VARYING RMT-SUB FROM 1 BY 1
                      UNTIL RMT-SUB > RMT-COUNT
                  IF BEST-ROOM-SUB > 0
                     MOVE RMT-LOCATION(BEST-ROOM-SUB)
                                    TO SEC-EXAM-ROOM(SEC-SUB)
                     MOVE RMT-CAPACITY(BEST-ROOM-SUB)
                                    TO SEC-CAPACITY(SEC-SUB)
                     MOVE 'M' TO SEC-ROOM-SW(SEC-SUB)
                     ADD 1 TO ROOMS-MOVED-CT
                  ELSE
                     ADD 1 TO CF-SMALL-CT
                     MOVE SPACES TO CONFLICT-LINE
                     MOVE 'ROOM TOO SMALL' TO CFL-TYPE
                     MOVE BLK-DATE(SEC-BLOCK-SUB(SEC-SUB))
                                    TO CFL-DATE
                     MOVE BLK-ID(SEC-BLOCK-SUB(SEC-SUB))
                                    TO CFL-BLOCK
                     MOVE SEC-COURSE(SEC-SUB) TO CFL-COURSE1
                     MOVE 'NO LARGER ROOM FREE' TO CFL-DETAIL
                     PERFORM 190-WRITE-CONFLICT-LINE.
       155-CONSIDER-ONE-ROOM.
               IF RMT-CAPACITY(RMT-SUB) NOT < SEC-HEADCOUNT(SEC-SUB)
                  IF BEST-ROOM-SUB = 0
                     OR RMT-CAPACITY(RMT-SUB)
                        < RMT-CAPACITY(BEST-ROOM-SUB)
                     PERFORM 160-CHECK-ROOM-BUSY
                     IF NOT ROOM-BUSY
                        MOVE RMT-SUB TO BEST-ROOM-SUB.
      *****************************************************************
      *      A ROOM IS BUSY WHEN ANY OTHER SECTION SITS ITS EXAM     ***
      *      THERE IN THE SAME BLOCK                                 ***
      *****************************************************************
       160-CHECK-ROOM-BUSY.
               MOVE 'N' TO ROOM-BUSY-SW.
               PERFORM 161-CHECK-ONE-USE
                   VARYING SEC-SUB2 FROM 1 BY 1
                   UNTIL SEC-SUB2 > SEC-COUNT
                   OR ROOM-BUSY.
       161-CHECK-ONE-USE.
               IF SEC-SUB2 NOT = SEC-SUB
                  AND SEC-BLOCK-SUB(SEC-SUB2) = SEC-BLOCK-SUB(SEC-SUB)
                  AND SEC-EXAM-ROOM(SEC-SUB2) = RMT-LOCATION(RMT-SUB)
                  SET ROOM-BUSY TO TRUE.
      *****************************************************************
      *      LISTS ANY ROOM HOLDING TWO EXAMS IN ONE BLOCK - EACH    ***
      *      PAIR IS LISTED ONCE                                     ***
      *****************************************************************
       180-CHECK-ONE-ROOM-USE.
               IF SEC-BLOCK-SUB(SEC-SUB) > 0
                  AND SEC-EXAM-ROOM(SEC-SUB) NOT = SPACES
                  PERFORM 181-CHECK-ONE-PAIR
                      VARYING SEC-SUB2 FROM SEC-SUB BY 1
                      UNTIL SEC-SUB2 > SEC-COUNT.
       181-CHECK-ONE-PAIR.
               IF SEC-SUB2 NOT = SEC-SUB
                  AND SEC-BLOCK-SUB(SEC-SUB2) = SEC-BLOCK-SUB(SEC-SUB)
                  AND SEC-EXAM-ROOM(SEC-SUB2) = SEC-EXAM-ROOM(SEC-SUB)
                  ADD 1 TO CF-DOUBLE-CT
                  MOVE SPACES TO CONFLICT-LINE
                  MOVE 'ROOM DOUBLE BOOKED' TO CFL-TYPE
                  MOVE BLK-DATE(SEC-BLOCK-SUB(SEC-SUB)) TO CFL-DATE
                  MOVE BLK-ID(SEC-BLOCK-SUB(SEC-SUB))   TO CFL-BLOCK
                  MOVE SEC-COURSE(SEC-SUB)  TO CFL-COURSE1
                  MOVE SEC-COURSE(SEC-SUB2) TO CFL-COURSE2
                  MOVE SEC-EXAM-ROOM(SEC-SUB) TO CFL-DETAIL
                  PERFORM 190-WRITE-CONFLICT-LINE.
       190-WRITE-CONFLICT-LINE.
               IF CF-LINE-CT > 50
                  PERFORM 090-CONFLICT-HEADINGS.
               WRITE CONFLICT-REC FROM CONFLICT-LINE
                     AFTER ADVANCING 1.
               ADD 1 TO CF-LINE-CT.
      *****************************************************************
      *      PRINTS A TIMETABLE FOR EVERY STUDENT ON THE SEAT TABLE  ***
      *      IN STUDENT ID ORDER - EACH PASS PICKS THE LOWEST ID     ***
      *      ABOVE THE LAST ONE DONE - AND CHECKS EACH STUDENT'S     ***
      *      EXAMS FOR CLASHES                                       ***
      *****************************************************************
       200-STUDENT-TIMETABLES.
               WRITE TIMETABLE-REC FROM MAIN-HEADING
                     AFTER ADVANCING PAGE.
               MOVE 'STUDENT EXAM TIMETABLES' TO SH-TITLE.
               MOVE RUN-DATE TO SH-DATE.
               WRITE TIMETABLE-REC FROM SECONDARY-HEADING
                     AFTER ADVANCING 1.
               MOVE 0 TO LINE-CT.
               MOVE 0 TO LAST-STU-ID.
               PERFORM 210-FIND-NEXT-STUDENT.
               PERFORM 220-ONE-STUDENT
                   UNTIL NEXT-STU-ID = 0.
       210-FIND-NEXT-STUDENT.
               MOVE 0 TO NEXT-STU-ID.
               PERFORM 211-CHECK-ONE-SEAT
                   VARYING ST-SUB FROM 1 BY 1
                   UNTIL ST-SUB > ST-COUNT.
       211-CHECK-ONE-SEAT.
               IF ST-STU-ID(ST-SUB) > LAST-STU-ID
                  IF NEXT-STU-ID = 0
                     OR ST-STU-ID(ST-SUB) < NEXT-STU-ID
                     MOVE ST-STU-ID(ST-SUB) TO NEXT-STU-ID
                     MOVE ST-NAME(ST-SUB)   TO NEXT-STU-NAME.
       220-ONE-STUDENT.
               MOVE NEXT-STU-ID TO LAST-STU-ID.
               ADD 1 TO STUDENT-CT.
               MOVE 'N' TO STU-CONFLICT-SW.
               MOVE 0 TO SE-COUNT.
               PERFORM 225-GATHER-ONE-SEAT
                   VARYING ST-SUB FROM 1 BY 1
                   UNTIL ST-SUB > ST-COUNT.
               PERFORM 240-CHECK-SAME-BLOCK
                   VARYING SE-SUB FROM 1 BY 1
                   UNTIL SE-SUB > SE-COUNT.
               PERFORM 250-CHECK-DAY-LOAD
                   VARYING SE-SUB FROM 1 BY 1
                   UNTIL SE-SUB > SE-COUNT.
               IF STUDENT-HAS-CONFLICT
                  ADD 1 TO CF-STUDENT-CT.
               PERFORM 230-PRINT-TIMETABLE.
               PERFORM 210-FIND-NEXT-STUDENT.
       225-GATHER-ONE-SEAT.
               IF ST-STU-ID(ST-SUB) = LAST-STU-ID
                  IF SE-COUNT < 15
                     ADD 1 TO SE-COUNT
                     MOVE ST-SEC-SUB(ST-SUB) TO SE-SEC-SUB(SE-COUNT)
                     MOVE SEC-BLOCK-SUB(ST-SEC-SUB(ST-SUB))
                                             TO SE-BLOCK-SUB(SE-COUNT)
                     MOVE 'N'                TO SE-PRINTED-SW(SE-COUNT)
                     PERFORM 226-SET-EXAM-RANK
                  ELSE
                     MOVE 'Y' TO SE-FULL-SW.
       226-SET-EXAM-RANK.
               IF SE-BLOCK-SUB(SE-COUNT) > 0
                  MOVE BLK-RANK(SE-BLOCK-SUB(SE-COUNT))
                                          TO SE-RANK(SE-COUNT)
               ELSE
                  MOVE 99                 TO SE-RANK(SE-COUNT).
      *****************************************************************
      *      PRINTS ONE STUDENT'S EXAMS, EARLIEST BLOCK FIRST        ***
      *****************************************************************
       230-PRINT-TIMETABLE.
               IF LINE-CT > 45
                  PERFORM 235-TIMETABLE-HEADINGS.
               MOVE LAST-STU-ID   TO TTS-STU-ID.
               MOVE NEXT-STU-NAME TO TTS-NAME.
               MOVE SPACES TO TTS-FLAG.
               IF STUDENT-HAS-CONFLICT
                  MOVE '*** SEE CONFLICT LIST ***' TO TTS-FLAG.
               WRITE TIMETABLE-REC FROM TT-STUDENT-LINE
                     AFTER ADVANCING 2.
               ADD 2 TO LINE-CT.
               PERFORM 231-PRINT-NEXT-EXAM
                   SE-COUNT TIMES.
       231-PRINT-NEXT-EXAM.
               MOVE 0 TO SE-LOW-SUB.
               PERFORM 232-CHECK-ONE-LOW
                   VARYING SE-SUB FROM 1 BY 1
                   UNTIL SE-SUB > SE-COUNT.
               MOVE 'Y' TO SE-PRINTED-SW(SE-LOW-SUB).
               MOVE SE-SEC-SUB(SE-LOW-SUB) TO SEC-SUB.
               MOVE SPACES TO TT-EXAM-LINE.
               MOVE SEC-COURSE(SEC-SUB) TO TTE-COURSE.
               MOVE SEC-TITLE(SEC-SUB)  TO TTE-TITLE.
               IF SE-BLOCK-SUB(SE-LOW-SUB) = 0
                  MOVE 'NO EXAM BLOCK' TO TTE-NOTE
               ELSE
                  MOVE SE-BLOCK-SUB(SE-LOW-SUB) TO BLK-SUB
                  MOVE BLK-DATE(BLK-SUB)  TO TTE-DATE
                  MOVE BLK-ID(BLK-SUB)    TO TTE-BLOCK
                  MOVE BLK-START(BLK-SUB) TO TTE-START
                  MOVE ' - '              TO TTE-DASH
                  MOVE BLK-END(BLK-SUB)   TO TTE-END
                  MOVE SEC-EXAM-BLDG(SEC-SUB) TO TTE-BUILDING
                  MOVE SEC-EXAM-RM(SEC-SUB)   TO TTE-ROOM.
               WRITE TIMETABLE-REC FROM TT-EXAM-LINE
                     AFTER ADVANCING 1.
               ADD 1 TO LINE-CT.
       232-CHECK-ONE-LOW.
               IF NOT SE-PRINTED(SE-SUB)
                  IF SE-LOW-SUB = 0
                     OR SE-RANK(SE-SUB) < SE-RANK(SE-LOW-SUB)
                     MOVE SE-SUB TO SE-LOW-SUB.
       235-TIMETABLE-HEADINGS.
               WRITE TIMETABLE-REC FROM MAIN-HEADING
                     AFTER ADVANCING PAGE.
               MOVE 'STUDENT EXAM TIMETABLES' TO SH-TITLE.
               WRITE TIMETABLE-REC FROM SECONDARY-HEADING
                     AFTER ADVANCING 1.
               MOVE 0 TO LINE-CT.
      *****************************************************************
      *      TWO EXAMS IN THE SAME BLOCK - EACH PAIR LISTED ONCE     ***
      *****************************************************************
       240-CHECK-SAME-BLOCK.
               IF SE-BLOCK-SUB(SE-SUB) > 0
                  PERFORM 241-CHECK-ONE-PAIR
                      VARYING SE-SUB2 FROM SE-SUB BY 1
                      UNTIL SE-SUB2 > SE-COUNT.
       241-CHECK-ONE-PAIR.
               IF SE-SUB2 NOT = SE-SUB
                  AND SE-BLOCK-SUB(SE-SUB2) = SE-BLOCK-SUB(SE-SUB)
                  ADD 1 TO CF-SAME-BLOCK-CT
                  MOVE 'Y' TO STU-CONFLICT-SW
                  MOVE SPACES TO CONFLICT-LINE
                  MOVE 'TWO EXAMS ONE BLOCK' TO CFL-TYPE
                  MOVE LAST-STU-ID   TO CFL-STU-ID
                  MOVE NEXT-STU-NAME TO CFL-NAME
                  MOVE SE-BLOCK-SUB(SE-SUB) TO BLK-SUB
                  MOVE BLK-DATE(BLK-SUB) TO CFL-DATE
                  MOVE BLK-ID(BLK-SUB)   TO CFL-BLOCK
                  MOVE SEC-COURSE(SE-SEC-SUB(SE-SUB))  TO CFL-COURSE1
                  MOVE SEC-COURSE(SE-SEC-SUB(SE-SUB2)) TO CFL-COURSE2
                  PERFORM 190-WRITE-CONFLICT-LINE.
      *****************************************************************
      *      THREE OR MORE EXAMS ON ONE DAY - COUNTED ONCE PER DAY,  ***
      *      AT THE DAY'S FIRST EXAM ON THE STUDENT'S LIST, WITH A   ***
      *      LINE BELOW FOR EACH SECTION EXAMINED THAT DAY           ***
      *****************************************************************
       250-CHECK-DAY-LOAD.
               IF SE-BLOCK-SUB(SE-SUB) > 0
                  MOVE 'Y' TO SE-FIRST-SW
                  MOVE 0 TO SE-DAY-CT
                  PERFORM 251-COUNT-ONE-DAY
                      VARYING SE-SUB2 FROM 1 BY 1
                      UNTIL SE-SUB2 > SE-COUNT
                  IF FIRST-EXAM-OF-DAY
                     AND SE-DAY-CT > 2
                     PERFORM 255-LIST-DAY-LOAD.
       251-COUNT-ONE-DAY.
               IF SE-BLOCK-SUB(SE-SUB2) > 0
                  AND BLK-DATE(SE-BLOCK-SUB(SE-SUB2))
                      = BLK-DATE(SE-BLOCK-SUB(SE-SUB))
                  ADD 1 TO SE-DAY-CT
                  IF SE-SUB2 < SE-SUB
                     MOVE 'N' TO SE-FIRST-SW.
       255-LIST-DAY-LOAD.
               ADD 1 TO CF-DAY-LOAD-CT.
               MOVE 'Y' TO STU-CONFLICT-SW.
               MOVE SPACES TO CONFLICT-LINE.
               MOVE 'THREE+ EXAMS ONE DAY' TO CFL-TYPE.
               MOVE LAST-STU-ID   TO CFL-STU-ID.
               MOVE NEXT-STU-NAME TO CFL-NAME.
               MOVE BLK-DATE(SE-BLOCK-SUB(SE-SUB)) TO CFL-DATE.
               MOVE SE-DAY-CT TO DLD-COUNT.
               MOVE DAY-LOAD-DETAIL TO CFL-DETAIL.
               PERFORM 190-WRITE-CONFLICT-LINE.
               PERFORM 256-LIST-ONE-DAY-EXAM
                   VARYING SE-SUB2 FROM 1 BY 1
                   UNTIL SE-SUB2 > SE-COUNT.
       256-LIST-ONE-DAY-EXAM.
               IF SE-BLOCK-SUB(SE-SUB2) > 0
                  AND BLK-DATE(SE-BLOCK-SUB(SE-SUB2))
                      = BLK-DATE(SE-BLOCK-SUB(SE-SUB))
                  MOVE SPACES TO CONFLICT-LINE
                  MOVE BLK-ID(SE-BLOCK-SUB(SE-SUB2)) TO CFL-BLOCK
                  MOVE SEC-COURSE(SE-SEC-SUB(SE-SUB2)) TO CFL-COURSE1
                  PERFORM 190-WRITE-CONFLICT-LINE.
      *****************************************************************
      *      PRINTS THE EXAM SCHEDULE - A NEW PAGE FOR EACH EXAM     ***
      *      DAY, ITS BLOCKS IN TIME ORDER, EACH BLOCK'S SECTIONS IN ***
      *      COURSE MASTER ORDER - THEN THE SECTIONS WITH NO BLOCK   ***
      *      AND THE SCHEDULE CONTROL TOTALS                         ***
      *****************************************************************
       900-EXAM-SCHEDULE.
               MOVE 'FINAL EXAM SCHEDULE' TO SH-TITLE.
               MOVE RUN-DATE TO SH-DATE.
               MOVE 0 TO PREV-DATE.
               PERFORM 910-SCHEDULE-ONE-BLOCK
                   VARYING RNK-SUB FROM 1 BY 1
                   UNTIL RNK-SUB > BLK-COUNT.
               IF CF-NO-BLOCK-CT > 0
                  PERFORM 915-SCHEDULE-HEADINGS
                  WRITE SCHEDULE-REC FROM SCHED-NO-BLOCK-HEADING
                        AFTER ADVANCING 2
                  MOVE 0 TO BLK-SUB
                  PERFORM 920-SCHEDULE-ONE-SECTION
                      VARYING SEC-SUB FROM 1 BY 1
                      UNTIL SEC-SUB > SEC-COUNT.
               PERFORM 930-SCHEDULE-SUMMARY.
       910-SCHEDULE-ONE-BLOCK.
               MOVE RNK-BLOCK-SUB(RNK-SUB) TO BLK-SUB.
               IF BLK-DATE(BLK-SUB) NOT = PREV-DATE
                  MOVE BLK-DATE(BLK-SUB) TO PREV-DATE
                  PERFORM 915-SCHEDULE-HEADINGS
                  MOVE PREV-DATE TO SDL-DATE
                  WRITE SCHEDULE-REC FROM SCHED-DAY-LINE
                        AFTER ADVANCING 2.
               IF LINE-CT > 45
                  PERFORM 915-SCHEDULE-HEADINGS.
               MOVE BLK-ID(BLK-SUB)         TO SBL-ID.
               MOVE BLK-START(BLK-SUB)      TO SBL-START.
               MOVE BLK-END(BLK-SUB)        TO SBL-END.
               MOVE BLK-SECTION-CT(BLK-SUB) TO SBL-SECTION-CT.
               WRITE SCHEDULE-REC FROM SCHED-BLOCK-LINE
                     AFTER ADVANCING 2.
               WRITE SCHEDULE-REC FROM SCHED-COLUMN-HEADING
                     AFTER ADVANCING 1.
               ADD 3 TO LINE-CT.
               PERFORM 920-SCHEDULE-ONE-SECTION
                   VARYING SEC-SUB FROM 1 BY 1
                   UNTIL SEC-SUB > SEC-COUNT.
       915-SCHEDULE-HEADINGS.
               WRITE SCHEDULE-REC FROM MAIN-HEADING
                     AFTER ADVANCING PAGE.
               WRITE SCHEDULE-REC FROM SECONDARY-HEADING
                     AFTER ADVANCING 1.
               MOVE 0 TO LINE-CT.
      *****************************************************************
      *      ONE SECTION LINE, FOR THE BLOCK IN BLK-SUB (ZERO WHEN   ***
      *      LISTING THE SECTIONS WITH NO BLOCK)                     ***
      *****************************************************************
       920-SCHEDULE-ONE-SECTION.
               IF SEC-BLOCK-SUB(SEC-SUB) = BLK-SUB
                  IF LINE-CT > 50
                     PERFORM 915-SCHEDULE-HEADINGS
                     WRITE SCHEDULE-REC FROM SCHED-COLUMN-HEADING
                           AFTER ADVANCING 2
                     PERFORM 921-PRINT-SECTION-LINE
                  ELSE
                     PERFORM 921-PRINT-SECTION-LINE.
       921-PRINT-SECTION-LINE.
               MOVE SPACES TO SCHED-SECTION-LINE.
               MOVE SEC-COURSE(SEC-SUB)    TO SSL-COURSE.
               MOVE SEC-TITLE(SEC-SUB)     TO SSL-TITLE.
               MOVE SEC-DAYS(SEC-SUB)      TO SSL-DAYS.
               MOVE SEC-HOUR(SEC-SUB)      TO SSL-HOUR.
               MOVE ':'                    TO SSL-COLON.
               MOVE SEC-MIN(SEC-SUB)       TO SSL-MIN.
               MOVE SEC-EXAM-BLDG(SEC-SUB) TO SSL-BUILDING.
               MOVE SEC-EXAM-RM(SEC-SUB)   TO SSL-ROOM.
               MOVE SEC-HEADCOUNT(SEC-SUB) TO SSL-HEADCOUNT.
               MOVE SEC-CAPACITY(SEC-SUB)  TO SSL-CAPACITY.
               IF SEC-ROOM-MOVED(SEC-SUB)
                  MOVE 'MOVED FROM'        TO SSL-NOTE
                  MOVE SEC-BUILDING(SEC-SUB) TO SSL-NOTE(12:2)
                  MOVE SEC-ROOM(SEC-SUB)     TO SSL-NOTE(15:3)
               ELSE
               IF SEC-ROOM-TOO-SMALL(SEC-SUB)
                  MOVE 'ROOM TOO SMALL'    TO SSL-NOTE
               ELSE
               IF SEC-ROOM-UNKNOWN(SEC-SUB)
                  MOVE 'ROOM NOT ON ROOM FILE' TO SSL-NOTE.
               WRITE SCHEDULE-REC FROM SCHED-SECTION-LINE
                     AFTER ADVANCING 1.
               ADD 1 TO LINE-CT.
               ADD 1 TO SEC-PRINTED-CT.
       930-SCHEDULE-SUMMARY.
               PERFORM 915-SCHEDULE-HEADINGS.
               MOVE 'EXAM BLOCKS' TO SM-LABEL.
               MOVE BLK-COUNT TO SM-COUNT.
               WRITE SCHEDULE-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 2.
               MOVE 'SECTIONS ON THE COURSE MASTER' TO SM-LABEL.
               MOVE SEC-COUNT TO SM-COUNT.
               WRITE SCHEDULE-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
               MOVE 'SECTIONS SCHEDULED' TO SM-LABEL.
               MOVE SEC-SCHEDULED-CT TO SM-COUNT.
               WRITE SCHEDULE-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
               MOVE 'SECTIONS WITH NO EXAM BLOCK' TO SM-LABEL.
               MOVE CF-NO-BLOCK-CT TO SM-COUNT.
               WRITE SCHEDULE-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
               MOVE 'SECTIONS MOVED TO A LARGER ROOM' TO SM-LABEL.
               MOVE ROOMS-MOVED-CT TO SM-COUNT.
               WRITE SCHEDULE-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
               MOVE 'BAD OR DUPLICATE EXAMBLK CARDS' TO SM-LABEL.
               MOVE EB-BAD-CT TO SM-COUNT.
               WRITE SCHEDULE-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
               MOVE 'MAPPING CARDS NAMING NO BLOCK' TO SM-LABEL.
               MOVE EB-UNMAPPED-CT TO SM-COUNT.
               WRITE SCHEDULE-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
      *****************************************************************
      *      CONFLICT LIST CONTROL TOTALS                            ***
      *****************************************************************
       940-CONFLICT-SUMMARY.
               COMPUTE CF-STUDENT-TOTAL = CF-SAME-BLOCK-CT
                                        + CF-DAY-LOAD-CT.
               MOVE 'SECTIONS WITH NO EXAM BLOCK' TO SM-LABEL.
               MOVE CF-NO-BLOCK-CT TO SM-COUNT.
               WRITE CONFLICT-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 3.
               MOVE 'ROOMS TOO SMALL, NO LARGER ROOM' TO SM-LABEL.
               MOVE CF-SMALL-CT TO SM-COUNT.
               WRITE CONFLICT-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
               MOVE 'ROOMS DOUBLE BOOKED' TO SM-LABEL.
               MOVE CF-DOUBLE-CT TO SM-COUNT.
               WRITE CONFLICT-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
               MOVE 'TWO EXAMS IN ONE BLOCK' TO SM-LABEL.
               MOVE CF-SAME-BLOCK-CT TO SM-COUNT.
               WRITE CONFLICT-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
               MOVE 'THREE OR MORE EXAMS ON ONE DAY' TO SM-LABEL.
               MOVE CF-DAY-LOAD-CT TO SM-COUNT.
               WRITE CONFLICT-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
               MOVE 'STUDENTS WITH A CONFLICT' TO SM-LABEL.
               MOVE CF-STUDENT-CT TO SM-COUNT.
               WRITE CONFLICT-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
               MOVE 'STUDENTS WITH EXAMS' TO SM-LABEL.
               MOVE STUDENT-CT TO SM-COUNT.
               WRITE CONFLICT-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
               MOVE 'ROSTER SEATS WITH NO STUDENT ID' TO SM-LABEL.
               MOVE ST-NO-ID-CT TO SM-COUNT.
               WRITE CONFLICT-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
               MOVE 'ROSTER SEATS NOT ON COURSE MASTER' TO SM-LABEL.
               MOVE ST-NO-SECTION-CT TO SM-COUNT.
               WRITE CONFLICT-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
               MOVE 'ROSTER SEATS OUTSIDE THE TERM' TO SM-LABEL.
               MOVE ST-OUT-OF-TERM-CT TO SM-COUNT.
               WRITE CONFLICT-REC FROM SUMMARY-LINE
                     AFTER ADVANCING 1.
      *****************************************************************
      *      SAYS OUT LOUD WHEN ANY OF THE FIXED TABLES RAN OUT OF   ***
      *      ENTRIES DURING THE RUN                                  ***
      *****************************************************************
       995-TABLE-LIMIT-WARNINGS.
               IF BLOCK-TABLE-FULL
                  OR MAP-TABLE-FULL
                  OR SECTION-TABLE-FULL
                  OR ROOM-TABLE-FULL
                  OR SEAT-TABLE-FULL
                  OR STUDENT-EXAM-TABLE-FULL
                  WRITE CONFLICT-REC FROM TABLE-WARNING-HEADING
                        AFTER ADVANCING PAGE.
               IF BLOCK-TABLE-FULL
                  MOVE 'BLOCK TABLE FULL AT 50 - LATER BLOCKS IGNORED'
                                        TO TFL-TEXT
                  WRITE CONFLICT-REC FROM TABLE-FULL-LINE
                        AFTER ADVANCING 2.
               IF MAP-TABLE-FULL
                  MOVE 'MAPPING TABLE FULL AT 100 - LATER CARDS IGNORED'
                                        TO TFL-TEXT
                  WRITE CONFLICT-REC FROM TABLE-FULL-LINE
                        AFTER ADVANCING 2.
               IF SECTION-TABLE-FULL
                  MOVE 'SECTION TABLE FULL AT 500 - LATER SECTIONS LOST'
                                        TO TFL-TEXT
                  WRITE CONFLICT-REC FROM TABLE-FULL-LINE
                        AFTER ADVANCING 2.
               IF ROOM-TABLE-FULL
                  MOVE 'ROOM TABLE FULL AT 200 - LATER ROOMS UNKNOWN'
                                        TO TFL-TEXT
                  WRITE CONFLICT-REC FROM TABLE-FULL-LINE
                        AFTER ADVANCING 2.
               IF SEAT-TABLE-FULL
                  MOVE 'SEAT TABLE FULL AT 500 - TIMETABLES INCOMPLETE'
                                        TO TFL-TEXT
                  WRITE CONFLICT-REC FROM TABLE-FULL-LINE
                        AFTER ADVANCING 2.
               IF STUDENT-EXAM-TABLE-FULL
                  MOVE 'STUDENT OVER 15 SECTIONS - FIRST 15 CHECKED'
                                        TO TFL-TEXT
                  WRITE CONFLICT-REC FROM TABLE-FULL-LINE
                        AFTER ADVANCING 2.
      *****************************************************************
      *      *          READS THE EXAM BLOCK PARAMETER CARDS         ***
      ****************************************************************
       800-READ-EXAMBLK-FILE.
               READ EXAMBLK-FILE INTO EXAMBLK-DATA
                    AT END SET EXAMBLK-AT-END TO TRUE.
      *****************************************************************
      *      *          READS THE ROOM MASTER                        ***
      ****************************************************************
       805-READ-ROOM-FILE.
               READ ROOM-FILE INTO ROOM-DATA
                    AT END SET ROOM-AT-END TO TRUE.
      *****************************************************************
      *      *          READS THE COURSE MASTER                      ***
      ****************************************************************
       810-READ-COURSE-FILE.
               READ COURSE-FILE INTO COURSE-DATA
                    AT END SET COURSE-AT-END TO TRUE.
      *****************************************************************
      *      *          READS THE ENROLLMENT ROSTER                  ***
      ****************************************************************
       815-READ-ROSTER-FILE.
               READ ROSTER-FILE INTO ROSTER-DATA
                    AT END SET ROSTER-AT-END TO TRUE.
               IF NOT ROSTER-AT-END
                  AND E-STU-ID NOT NUMERIC
                  MOVE 0 TO E-STU-ID.
      *****************************************************************
      *      RECORDS THIS RUN ON THE RUN-CONTROL LEDGER - THE STEP   ***
      *      AND ITS SCHEDULE CONTROL TOTALS                         ***
      *****************************************************************
       830-POST-RUN-LEDGER.
               OPEN EXTEND LEDGER-FILE.
               MOVE SPACES       TO LEDGER-DATA.
               MOVE RUN-DATE     TO LG-RUN-DATE.
               MOVE LEDGER-STEP  TO LG-STEP.
               MOVE 'S'          TO LG-TYPE.
               MOVE LEDGER-TIME  TO LG-RUN-TIME.
               MOVE LEDGER-TITLE TO LG-STEP-TITLE.
               WRITE LEDGER-REC FROM LEDGER-DATA.
               MOVE 'SECTIONS SCHEDULED' TO LEDGER-TOTAL-NAME.
               MOVE SEC-SCHEDULED-CT TO LEDGER-TOTAL-VALUE.
               PERFORM 831-WRITE-LEDGER-TOTAL.
               MOVE 'SECTIONS WITH NO EXAM BLOCK' TO LEDGER-TOTAL-NAME.
               MOVE CF-NO-BLOCK-CT TO LEDGER-TOTAL-VALUE.
               PERFORM 831-WRITE-LEDGER-TOTAL.
               MOVE 'SECTIONS MOVED TO LARGER ROOM'
                                 TO LEDGER-TOTAL-NAME.
               MOVE ROOMS-MOVED-CT TO LEDGER-TOTAL-VALUE.
               PERFORM 831-WRITE-LEDGER-TOTAL.
               MOVE 'STUDENT EXAM CONFLICTS' TO LEDGER-TOTAL-NAME.
               MOVE CF-STUDENT-TOTAL TO LEDGER-TOTAL-VALUE.
               PERFORM 831-WRITE-LEDGER-TOTAL.
               CLOSE LEDGER-FILE.
       831-WRITE-LEDGER-TOTAL.
               MOVE SPACES             TO LEDGER-DATA.
               MOVE RUN-DATE           TO LG-RUN-DATE.
               MOVE LEDGER-STEP        TO LG-STEP.
               MOVE 'T'                TO LG-TYPE.
               MOVE LEDGER-TOTAL-NAME  TO LG-TOTAL-NAME.
               MOVE LEDGER-TOTAL-VALUE TO LG-TOTAL-VALUE.
               WRITE LEDGER-REC FROM LEDGER-DATA.
