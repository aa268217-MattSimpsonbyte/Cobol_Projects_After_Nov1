      *  TRIMS:
      *      'CSVH' - CSVHIST,  89 BYTES, RUN DATE IN BYTES 1-8,
      *               DD NAMES CSVHIN/CSVHOUT/CSVHARC
      *      'AUDT' - PAYAUDIT, 83 BYTES, RUN DATE IN BYTES 1-8,
      *               DD NAMES AUDIN/AUDOUT/AUDARC
      *      'ROST' - ROSTER,   80 BYTES, RUN DATE IN BYTES 31-38,
      *               DD NAMES ROSTIN/ROSTOUT/ROSTARC
      *  MISSING CARD, A MISSING FILE TYPE OR AN UNRECOGNIZED FILE
      *  TYPE DOES NOTHING AT ALL, SO A MISPUNCHED CARD CAN NEVER
      *  QUIETLY EMPTY OR RESLICE A LIVE FILE.
      *  EVERY RUN IS RECORDED ON THE SHARED RUN-CONTROL LEDGER
      *  (RUNLEDG) WITH ITS READ/KEPT/ARCHIVED COUNTS, SO A TRIM
      *  RUN IN THE BATCH WINDOW SHOWS UP ON THE NIGHT'S SIGN-OFF.
      *  THE FILES IT TRIMS ARE NOT LEDGERED MASTERS, SO IT HAS NO
      *  GENERATION TO CHECK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
            SELECT ROST-OUT-FILE      ASSIGN TO 'ROSTOUT'.
            SELECT ROST-ARC-FILE      ASSIGN TO 'ROSTARC'.
            SELECT PRNT-FILE          ASSIGN TO 'UR-S-HISTARC'.
            SELECT OPTIONAL LEDGER-FILE ASSIGN TO 'RUNLEDG'.

       DATA DIVISION.

      **************************************************************
       01  AUD-IN-REC.
                03  AUD-RUN-DATE             PIC 9(8).
                03  FILLER                   PIC X(75).

       FD  AUD-OUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  AUD-OUT-REC                       PIC X(83).

       FD  AUD-ARC-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  AUD-ARC-REC                       PIC X(83).

       FD  ROST-IN-FILE
           BLOCK CONTAINS 0 RECORDS
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
      *      INPUT WRITES A STOPPED RECORD (X) INSTEAD.  A          *
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
                    05  FILLER               PIC X(26).

       WORKING-STORAGE SECTION.
       01  EOF-SWITCHES.
                03  EOF-P                    PIC 9         VALUE 0.
                03  RECORDS-KEPT             PIC 9(7)      VALUE 0.
                03  RECORDS-ARCHIVED         PIC 9(7)      VALUE 0.
      **************************************************************
      *    RUN-CONTROL LEDGER WORK AREAS                            *
      **************************************************************
       01  LEDGER-CTL.
                03  LEDGER-STEP             PIC X(8)       VALUE
                    'HISTARCH'.
                03  LEDGER-TITLE            PIC X(40)      VALUE
                    'STANDING-HISTORY ARCHIVE AND PURGE'.
                03  LEDGER-TIME             PIC 9(8)       VALUE 0.
                03  RUN-DATE                PIC 9(8)       VALUE 0.
                03  LEDGER-TOTAL-NAME       PIC X(30)      VALUE SPACES.
                03  LEDGER-TOTAL-VALUE      PIC S9(11)V99  VALUE 0.
      **************************************************************
      *      LAYOUT FOR THE ARCHIVE REPORT LINES                   *
      **************************************************************
       01  ARCH-HEADING.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                ACCEPT RUN-DATE FROM DATE YYYYMMDD.
                ACCEPT LEDGER-TIME FROM TIME.
                PERFORM 1000-LOAD-PARM.
                OPEN OUTPUT PRNT-FILE.
                IF CSVH-TRIM-RUN
                   PERFORM 5000-TRIM-ROSTER.
                PERFORM 8000-ARCHIVE-REPORT.
                CLOSE PRNT-FILE.
                PERFORM 7800-POST-RUN-LEDGER.
                STOP RUN.
      **************************************************************
      *   READS THE ONE PARAMETER CARD - CUTOFF AND FILE TYPE.     *
                   ADD 1 TO RECORDS-KEPT.
                PERFORM 3100-READ-CSVHIST.
      **************************************************************
      *   TRIMS THE PAYAUDIT AUDIT TRAIL (83-BYTE RECORDS, RUN     *
      *   DATE IN BYTES 1-8)                                       *
      **************************************************************
       4000-TRIM-PAYAUDIT.
                   ADD 1 TO RECORDS-KEPT.
                PERFORM 5100-READ-ROSTER.
      **************************************************************
      *   RECORDS THIS RUN ON THE RUN-CONTROL LEDGER - THE STEP AND *
      *   ITS CONTROL TOTALS, ONCE THE REPORT HAS CLOSED            *
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
                MOVE 'RECORDS READ' TO LEDGER-TOTAL-NAME.
                MOVE RECORDS-READ TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'RECORDS KEPT LIVE' TO LEDGER-TOTAL-NAME.
                MOVE RECORDS-KEPT TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                MOVE 'RECORDS ARCHIVED' TO LEDGER-TOTAL-NAME.
                MOVE RECORDS-ARCHIVED TO LEDGER-TOTAL-VALUE.
                PERFORM 7820-WRITE-TOTAL.
                CLOSE LEDGER-FILE.
       7820-WRITE-TOTAL.
                MOVE SPACES             TO LEDGER-REC.
                MOVE RUN-DATE           TO LG-RUN-DATE.
                MOVE LEDGER-STEP        TO LG-STEP.
                MOVE 'T'                TO LG-TYPE.
                MOVE LEDGER-TOTAL-NAME  TO LG-TOTAL-NAME.
                MOVE LEDGER-TOTAL-VALUE TO LG-TOTAL-VALUE.
                WRITE LEDGER-REC.
      **************************************************************
      *   PRINTS THE FILE TYPE, CUTOFF AND RECORD COUNTS SO        *
      *   OPERATIONS CAN CONFIRM THE WHOLE LIVE FILE WAS ACCOUNTED *
      *   FOR BEFORE COPYING THE -OUT FILE OVER IT                 *
