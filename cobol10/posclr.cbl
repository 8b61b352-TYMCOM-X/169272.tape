ID DIVISION.
PROGRAM-ID.  POSCLR.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
OBJECT-COMPUTER.  PDP-10 MEMORY 25 MODULES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

        SELECT FIRM-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT STATEMENT-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT BREAK-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT CARRY-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT PRINT-FILE ASSIGN TO LPT.

        SELECT STREET-SORT-FILE ASSIGN TO DSK, DSK, DSK, DSK, DSK, DSK.

        SELECT PARAM-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT RUNLOG-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT BUSINESS-DATE-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT CALENDAR-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

DATA DIVISION.
FILE SECTION.

*       FIRM-FILE IS POSCON'S CONSOLIDATED FIRM MASTER - ONE RECORD
*       PER STOCK/OPTION KEY, QUANTITIES SUMMED ACROSS EVERY BRANCH.
*       THE LAYOUT HERE MATCHES THE FULL 83-BYTE SORT-RECORD IN
*       SORTER, YEAR FIELDS AND ALL.

FD  FIRM-FILE
    VALUE OF ID IS FIRM-FILE-NAME.
01  FIRM-RECORD.
        05  FRM-FIELD-1B        PIC X(5).
        05  FRM-FIELD-1A        PIC 9(5).
        05  FILLER              PIC 9(3).
        05  FRM-FIELD-4-2       PIC X(4).
        05  FRM-FIELD-4-1       PIC X(4).
        05  FRM-CODE            PIC X(3).
        05  FILLER              PIC X(3).
        05  FRM-FIELD-2         PIC X(6).
        05  FRM-FIELD-4-2-YY    PIC X(2).
        05  FRM-FIELD-4-1-YY    PIC X(2).
        05  FILLER              PIC X(39).
        05  FRM-TAG             PIC 9(2).
        05  FRM-FIELD-2-TAG     PIC X(5).

*       STATEMENT-FILE IS THE CLEARING FIRM'S DAILY POSITION
*       STATEMENT - ONE RECORD PER POSITION THE STREET CARRIES FOR
*       US.  THE KEY IS LAID OUT IN THE SAME ORDER AS THE CONSOLIDATION
*       KEY POSCON NETS THE BRANCHES ON, SO BOTH SIDES MATCH BYTE FOR
*       BYTE.

FD  STATEMENT-FILE
    VALUE OF ID IS STATEMENT-FILE-NAME.
01  STATEMENT-RECORD.
        05  STM-KEY.
            10  STM-FIELD-1B    PIC X(5).
            10  STM-FIELD-2     PIC X(6).
            10  STM-CODE        PIC X(3).
            10  STM-FIELD-4-1-YY PIC X(2).
            10  STM-FIELD-4-1   PIC X(4).
            10  STM-FIELD-4-2-YY PIC X(2).
            10  STM-FIELD-4-2   PIC X(4).
        05  FILLER              PIC X.
        05  STM-QUANTITY        PIC 9(7).

*       BREAK-FILE CARRIES THE STREET BREAKS FORWARD FROM RUN TO RUN.
*       EACH BREAK HOLDS ITS AGE IN BUSINESS DAYS AND THE DATE IT WAS
*       FIRST SEEN AHEAD OF THE KEY AND BOTH SIDES' QUANTITIES.  A
*       BREAK LEAVES THE FILE ONLY WHEN THE TWO SIDES AGREE AGAIN.

FD  BREAK-FILE
    VALUE OF ID IS BREAK-FILE-NAME.
01  BREAK-RECORD.
        05  BRK-AGE             PIC 9(3).
        05  FILLER              PIC X.
        05  BRK-FIRST-DATE      PIC 9(6).
        05  FILLER              PIC X.
        05  BRK-TYPE            PIC X.
        05  FILLER              PIC X.
        05  BRK-KEY             PIC X(26).
        05  FILLER              PIC X.
        05  BRK-FIRM-QUANTITY   PIC 9(7).
        05  FILLER              PIC X.
        05  BRK-STREET-QUANTITY PIC 9(7).

*       THE BREAK FILE IS READ AND REWRITTEN IN THE SAME RUN, SO IT IS
*       FIRST COPIED TO A CARRY FILE - THE BREAK FILE NAME FOLLOWED
*       BY THE BUSINESS DATE AS YYMMDD - AND THE RUN READS THE COPY
*       WHILE IT WRITES THE NEW BREAK FILE.  A RERUN OF THE SAME DAY
*       FINDS THE CARRY ON FILE AND READS IT AGAIN INSTEAD OF COPYING
*       A BREAK FILE THE FIRST RUN HAS ALREADY REWRITTEN.  THE YEAR
*       IS IN THE NAME SO A CARRY LEFT FROM THE SAME MONTH AND DAY A
*       YEAR AGO IS NEVER TAKEN FOR A RERUN.

FD  CARRY-FILE
    VALUE OF ID IS CARRY-FILE-NAME.
01  CARRY-RECORD.
        05  CAR-AGE             PIC 9(3).
        05  FILLER              PIC X.
        05  CAR-FIRST-DATE      PIC 9(6).
        05  FILLER              PIC X.
        05  CAR-TYPE            PIC X.
        05  FILLER              PIC X.
        05  CAR-KEY             PIC X(26).
        05  FILLER              PIC X.
        05  CAR-FIRM-QUANTITY   PIC 9(7).
        05  FILLER              PIC X.
        05  CAR-STREET-QUANTITY PIC 9(7).

FD  PRINT-FILE
    VALUE OF ID IS PRINT-FILE-NAME.
01  PRINT-LINE.
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  PL-STOCK-FIELD      PIC X(5).
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  PL-OPTION-CODE      PIC X(3).
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  PL-FIELD-2          PIC X(6).
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  PL-DATE-1           PIC X(6).
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-FIRM-QUANTITY    PIC ZZZZZZ9.
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-STREET-QUANTITY  PIC ZZZZZZ9.
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-DIFFERENCE       PIC ZZZZZZ9-.
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-AGE              PIC ZZ9.
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-FIRST-DATE       PIC X(6).
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-STATUS           PIC X(16).
        05  FILLER              PIC X(45) VALUE SPACES.

*       EVERY FIRM POSITION, EVERY STATEMENT POSITION AND EVERY BREAK
*       CARRIED IN FROM THE LAST RUN IS RELEASED TO ONE SORT ON THE
*       CONSOLIDATION KEY, WITH A SOURCE BYTE BEHIND IT, SO EACH KEY
*       COMES OFF THE SORT AS ONE GROUP HOLDING WHAT BOTH SIDES SAY
*       AND WHAT WAS OWED FROM BEFORE.

SD  STREET-SORT-FILE.
01  STREET-SORT-RECORD.
        05  STREET-KEY.
            10  SRT-FIELD-1B    PIC X(5).
            10  SRT-FIELD-2     PIC X(6).
            10  SRT-CODE        PIC X(3).
            10  SRT-FIELD-4-1-YY PIC X(2).
            10  SRT-FIELD-4-1   PIC X(4).
            10  SRT-FIELD-4-2-YY PIC X(2).
            10  SRT-FIELD-4-2   PIC X(4).
        05  SRT-SOURCE          PIC X.
            88  SRT-FROM-FIRM       VALUE 'F'.
            88  SRT-FROM-STREET     VALUE 'S'.
            88  SRT-FROM-CARRY      VALUE 'C'.
        05  SRT-QUANTITY        PIC 9(7) USAGE IS COMPUTATIONAL.
        05  SRT-AGE             PIC 9(3).
        05  SRT-FIRST-DATE      PIC 9(6).

*       PARAM-FILE CARRIES THE FILE NAMES FOR AN UNATTENDED RUN - ONE
*       RECORD PER CHAIN STEP, KEYED BY PROGRAM NAME.  WHEN THE FILE
*       (OR THIS PROGRAM'S RECORD) IS MISSING, THE NAMES ARE PROMPTED
*       FOR AS THEY ALWAYS WERE - THE SAME FALLBACK, IN REVERSE, THAT
*       SORTER MAKES WHEN POSCTL IS MISSING.

FD  PARAM-FILE
    VALUE OF ID IS PARAM-FILE-NAME.
01  PARAM-RECORD.
        05  PRM-PROGRAM         PIC X(6).
        05  FILLER              PIC X.
        05  PRM-FILE-1          PIC X(9).
        05  FILLER              PIC X.
        05  PRM-FILE-2          PIC X(9).
        05  FILLER              PIC X.
        05  PRM-FILE-3          PIC X(9).

*       RUNLOG-FILE IS THE CUMULATIVE RUN JOURNAL THE WHOLE SYSTEM
*       APPENDS TO.  THE LAYOUT HERE MATCHES RUNLOG-RECORD IN SORTER.

FD  RUNLOG-FILE
    VALUE OF ID IS RUNLOG-FILE-NAME.
01  RUNLOG-RECORD.
        05  RL-DATE             PIC 9(6).
        05  FILLER              PIC X.
        05  RL-TIME             PIC 9(6).
        05  FILLER              PIC X.
        05  RL-PROGRAM          PIC X(6).
        05  FILLER              PIC X.
        05  RL-EVENT            PIC X(8).
        05  FILLER              PIC X.
        05  RL-FILE-NAME        PIC X(12).
        05  FILLER              PIC X.
        05  RL-COUNT            PIC 9(6).
        05  FILLER              PIC X.
        05  RL-TEXT             PIC X(40).

*       BUSINESS-DATE-FILE IS THE ONE-RECORD BUSINESS-DATE CONTROL
*       FILE POSDRV ROLLS FORWARD AT THE END OF EACH GOOD CHAIN.  THE
*       LAYOUT HERE MATCHES BUSINESS-DATE-RECORD IN POSDRV; ONLY THE
*       CURRENT BUSINESS DATE IS WANTED HERE.

FD  BUSINESS-DATE-FILE
    VALUE OF ID IS BUSINESS-DATE-FILE-NAME.
01  BUSINESS-DATE-RECORD.
        05  BDT-BUSINESS-DATE   PIC 9(6).
        05  FILLER              PIC X(21).

*       CALENDAR-FILE IS THE TRADING CALENDAR POSDRV RUNS THE CHAIN
*       BY.  THE LAYOUT HERE MATCHES CALENDAR-RECORD IN POSDRV - ONLY
*       A DATE ON FILE AS T IS A TRADING DAY.

FD  CALENDAR-FILE
    VALUE OF ID IS CALENDAR-FILE-NAME.
01  CALENDAR-RECORD.
        05  CAL-DATE            PIC 9(6).
        05  FILLER              PIC X.
        05  CAL-DAY-TYPE        PIC X.
            88  CAL-TRADING-DAY     VALUE 'T'.
            88  CAL-HOLIDAY         VALUE 'H'.
        05  FILLER              PIC X.
        05  CAL-DESCRIPTION     PIC X(30).

WORKING-STORAGE SECTION.

77  BUSINESS-DATE-FILE-NAME      PIC X(9) VALUE 'POSBDT'.
77  BUSINESS-DATE-MISSING-SWITCH PIC X VALUE 'N'.
        88  BUSINESS-DATE-FILE-MISSING VALUE 'Y'.

77  FIRM-FILE-NAME               PIC X(9) VALUE 'FIRMPS'.
77  STATEMENT-FILE-NAME          PIC X(9) VALUE 'CLRSTM'.
77  BREAK-FILE-NAME              PIC X(9) VALUE 'POSBRK'.
01  CARRY-FILE-NAME              PIC X(15) VALUE SPACES.
77  PRINT-FILE-NAME              PIC X(9) VALUE 'POSCLR'.

77  PARAM-FILE-NAME              PIC X(9) VALUE 'POSPRM'.
77  PARAM-FILE-MISSING-SWITCH    PIC X VALUE 'N'.
        88  PARAM-FILE-MISSING       VALUE 'Y'.
77  PARAMS-FOUND-SWITCH          PIC X VALUE 'N'.
        88  PARAMS-FOUND             VALUE 'Y'.

*       JOURNAL EVENTS ARE STAGED HERE, THEN WRITE-RUN-JOURNAL STAMPS
*       AND APPENDS THEM, THE SAME AS SORTER DOES.

77  RUNLOG-FILE-NAME             PIC X(9) VALUE 'RUNLOG'.
77  RUNLOG-OPEN-MODE             PIC X VALUE 'E'.
        88  RUNLOG-OPENING-FOR-EXTEND  VALUE 'E'.
        88  RUNLOG-OPENING-FOR-OUTPUT  VALUE 'O'.

01  JOURNAL-STAGING.
        05  JRN-EVENT            PIC X(8)  VALUE SPACES.
        05  JRN-FILE-NAME        PIC X(12) VALUE SPACES.
        05  JRN-COUNT            PIC 9(6)  VALUE 0.
        05  JRN-TEXT             PIC X(40) VALUE SPACES.

01  JOURNAL-TIME-RAW.
        05  JOURNAL-TIME-HMS     PIC 9(6).
        05  FILLER               PIC 99.

01  JOURNAL-DATE-FIELDS          PIC 9(6).

*       THE FIRM MASTER AND THE CLEARING STATEMENT MAY NOT BE THERE
*       YET WHEN THE RECONCILEMENT IS RUN, SO THEIR OPENS GET THE SAME
*       BOUNDED RETRY THE OTHER PROGRAMS GIVE THEIR UPSTREAM FILES.
*       THE BREAK FILE IS ONLY MISSING BEFORE THE FIRST RUN EVER.

77  WAIT-TIME   COMP-1 VALUE IS 5.
77  MAX-OPEN-TRIES              PIC 9(2) VALUE IS 5.
77  OPEN-TRY-COUNT              PIC 9(2) VALUE IS 0.

77  BREAK-MISSING-SWITCH         PIC X VALUE 'N'.
        88  BREAK-FILE-MISSING       VALUE 'Y'.
77  CARRY-MISSING-SWITCH         PIC X VALUE 'N'.
        88  CARRY-FILE-MISSING       VALUE 'Y'.

01  TODAY-DATE-FIELDS.
        05  TODAY-YY             PIC 99.
        05  TODAY-MM             PIC 99.
        05  TODAY-DD             PIC 99.
01  TODAY-DATE-VALUE  REDEFINES TODAY-DATE-FIELDS
                                 PIC 9(6).

77  BREAK-NAME-LENGTH            PIC 9(2) VALUE 9.

*       THE KEY GROUP BREAK IS DRIVEN BY PREVIOUS-KEY, THE SAME WAY
*       POSCON'S CONSOLIDATION BREAK IS - HIGH-VALUES UNTIL THE FIRST
*       RECORD COMES OFF THE SORT.

01  PREVIOUS-KEY                 PIC X(26) VALUE HIGH-VALUES.
01  PREVIOUS-KEY-PARTS  REDEFINES PREVIOUS-KEY.
        05  PRV-FIELD-1B         PIC X(5).
        05  PRV-FIELD-2          PIC X(6).
        05  PRV-CODE             PIC X(3).
        05  PRV-FIELD-4-1-YY     PIC X(2).
        05  PRV-FIELD-4-1        PIC X(4).
        05  PRV-FIELD-4-2-YY     PIC X(2).
        05  PRV-FIELD-4-2        PIC X(4).

01  HELD-PRINT-LINE              PIC X(132) VALUE SPACES.

77  GROUP-HELD-SWITCH            PIC X VALUE 'N'.
        88  GROUP-HELD               VALUE 'Y'.
77  FIRM-SEEN-SWITCH             PIC X VALUE 'N'.
        88  FIRM-SEEN                VALUE 'Y'.
77  STREET-SEEN-SWITCH           PIC X VALUE 'N'.
        88  STREET-SEEN              VALUE 'Y'.
77  CARRY-SEEN-SWITCH            PIC X VALUE 'N'.
        88  CARRY-SEEN               VALUE 'Y'.

77  GROUP-FIRM-QUANTITY          PIC 9(7) USAGE IS COMPUTATIONAL
        VALUE 0.
77  GROUP-STREET-QUANTITY        PIC 9(7) USAGE IS COMPUTATIONAL
        VALUE 0.
77  GROUP-DIFFERENCE             PIC S9(7) USAGE IS COMPUTATIONAL
        VALUE 0.
77  GROUP-CARRY-AGE              PIC 9(3) VALUE 0.
77  GROUP-CARRY-FIRST-DATE       PIC 9(6) VALUE 0.

*       A CARRIED BREAK'S AGE IS THE TRADING DAYS ON THE CALENDAR
*       AFTER ITS FIRST-SEEN DATE, UP TO AND INCLUDING THE BUSINESS
*       DATE, SO A RERUN OF THE SAME DAY OR A DAY THE CHAIN DID NOT
*       RUN CANNOT PUT IT OUT.  TRADING-DAY-TABLE HOLDS THE NEWEST
*       TRADING DAYS UP TO THE BUSINESS DATE, BACK AS FAR AS THE
*       OLDEST BREAK CARRIED IN, IN DATE ORDER.  A BREAK OLDER THAN
*       THE TABLE REACHES IS PAST THE 999 DAYS THE AGE CAN SHOW.
*       WITH NO CALENDAR ON FILE THE AGE IS COUNTED BY RUNS, AS IT
*       ALWAYS WAS.

77  CALENDAR-FILE-NAME           PIC X(9) VALUE 'POSCAL'.
77  CALENDAR-MISSING-SWITCH      PIC X VALUE 'N'.
        88  CALENDAR-FILE-MISSING    VALUE 'Y'.

77  OLDEST-FIRST-DATE            PIC 9(6) VALUE 0.
77  TRADING-DAYS-IN-RANGE        PIC 9(6) USAGE IS COMPUTATIONAL
        VALUE 0.
77  TRADING-DAYS-TO-SKIP         PIC 9(6) USAGE IS COMPUTATIONAL
        VALUE 0.
77  TRADING-DAY-COUNT            PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
77  TRADING-DAY-SUBSCRIPT        PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
77  MAX-TRADING-DAYS             PIC 9(4) VALUE 1000.
01  TRADING-DAY-TABLE.
        05  TRADING-DAY-ENTRY    PIC 9(6) OCCURS 1000 TIMES.

77  BREAK-AGE-NOW                PIC 9(3) VALUE 0.

*       BREAK-TYPE NAMES WHICH WAY A KEY FAILS TO AGREE.

77  BREAK-TYPE                   PIC X VALUE SPACE.
        88  BREAK-QUANTITY           VALUE 'Q'.
        88  BREAK-FIRM-ONLY          VALUE 'F'.
        88  BREAK-STREET-ONLY        VALUE 'S'.

77  PAGE-NUMBER                  PIC 9(4) VALUE 0.
77  LINE-COUNT                   PIC 9(3) VALUE 0.
77  MAX-LINES-PER-PAGE           PIC 9(3) VALUE 55.

77  FIRM-RECORD-COUNT            PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  STATEMENT-RECORD-COUNT       PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  UNREADABLE-COUNT             PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  CARRIED-IN-COUNT             PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  MATCHED-COUNT                PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  QUANTITY-BREAK-COUNT         PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  FIRM-ONLY-COUNT              PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  STREET-ONLY-COUNT            PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  NEW-BREAK-COUNT              PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  CLEARED-COUNT                PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  OUTSTANDING-COUNT            PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.

01  SUMMARY-LINE.
        05  FILLER               PIC X(4)  VALUE SPACES.
        05  SL-LABEL             PIC X(30).
        05  SL-COUNT             PIC ZZZZZ9.
        05  FILLER               PIC X(92) VALUE SPACES.



PROCEDURE DIVISION.
DECLARATIVES.

OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON FIRM-FILE OPEN.

OPEN-RECOVERY.
*       RETRY THE OPEN A BOUNDED NUMBER OF TIMES, PAUSING WAIT-TIME
*       SECONDS BETWEEN TRIES, BEFORE GIVING UP AND TELLING THE
*       OPERATOR THE JOB IS DEAD.
*       THE JOURNAL WRITES ARE SPELLED OUT HERE RATHER THAN
*       PERFORMED - A DECLARATIVE MAY NOT REFERENCE THE
*       NONDECLARATIVE PROCEDURES.
        ADD 1 TO OPEN-TRY-COUNT.
        IF OPEN-TRY-COUNT IS GREATER THAN MAX-OPEN-TRIES
                GO TO OPEN-RECOVERY-DEAD.

        DISPLAY 'POSCLR - FIRM-FILE ' FIRM-FILE-NAME
                ' OPEN FAILED - RETRY ' OPEN-TRY-COUNT ' OF '
                MAX-OPEN-TRIES ' IN ' WAIT-TIME ' SECONDS'.

        MOVE 'E' TO RUNLOG-OPEN-MODE.
        OPEN EXTEND RUNLOG-FILE.
        MOVE SPACES TO RUNLOG-RECORD.
        ACCEPT JOURNAL-DATE-FIELDS FROM DATE.
        ACCEPT JOURNAL-TIME-RAW FROM TIME.
        MOVE JOURNAL-DATE-FIELDS TO RL-DATE.
        MOVE JOURNAL-TIME-HMS TO RL-TIME.
        MOVE 'POSCLR' TO RL-PROGRAM.
        MOVE 'OPENRTRY' TO RL-EVENT.
        MOVE FIRM-FILE-NAME TO RL-FILE-NAME.
        MOVE OPEN-TRY-COUNT TO RL-COUNT.
        MOVE 'FIRM FILE OPEN RETRY' TO RL-TEXT.
        WRITE RUNLOG-RECORD.
        CLOSE RUNLOG-FILE.

        CALL 'SLEEP' USING WAIT-TIME.

        ADD 1 TO WAIT-TIME.

        OPEN INPUT FIRM-FILE.
        GO TO OPEN-RECOVERY-EXIT.

OPEN-RECOVERY-DEAD.
        DISPLAY 'POSCLR - OPERATOR ATTENTION - FIRM-FILE '
                FIRM-FILE-NAME ' WILL NOT OPEN AFTER '
                OPEN-TRY-COUNT ' TRIES - JOB TERMINATED'.

        MOVE 'E' TO RUNLOG-OPEN-MODE.
        OPEN EXTEND RUNLOG-FILE.
        MOVE SPACES TO RUNLOG-RECORD.
        ACCEPT JOURNAL-DATE-FIELDS FROM DATE.
        ACCEPT JOURNAL-TIME-RAW FROM TIME.
        MOVE JOURNAL-DATE-FIELDS TO RL-DATE.
        MOVE JOURNAL-TIME-HMS TO RL-TIME.
        MOVE 'POSCLR' TO RL-PROGRAM.
        MOVE 'OPENFAIL' TO RL-EVENT.
        MOVE FIRM-FILE-NAME TO RL-FILE-NAME.
        MOVE OPEN-TRY-COUNT TO RL-COUNT.
        MOVE 'FIRM FILE WILL NOT OPEN - JOB KILLED' TO RL-TEXT.
        WRITE RUNLOG-RECORD.
        CLOSE RUNLOG-FILE.
        STOP RUN.

OPEN-RECOVERY-EXIT.  EXIT.


STATEMENT-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON STATEMENT-FILE OPEN.

STATEMENT-OPEN-RECOVERY.
*       THE CLEARING FIRM'S STATEMENT MAY NOT HAVE LANDED YET - SAME
*       BOUNDED RETRY AS THE FIRM MASTER GETS.  A BALANCE WITH ONE
*       SIDE MISSING PROVES NOTHING, SO THERE IS NO FALLBACK.
        ADD 1 TO OPEN-TRY-COUNT.
        IF OPEN-TRY-COUNT IS GREATER THAN MAX-OPEN-TRIES
                GO TO STATEMENT-OPEN-RECOVERY-DEAD.

        DISPLAY 'POSCLR - STATEMENT-FILE ' STATEMENT-FILE-NAME
                ' OPEN FAILED - RETRY ' OPEN-TRY-COUNT ' OF '
                MAX-OPEN-TRIES ' IN ' WAIT-TIME ' SECONDS'.

        MOVE 'E' TO RUNLOG-OPEN-MODE.
        OPEN EXTEND RUNLOG-FILE.
        MOVE SPACES TO RUNLOG-RECORD.
        ACCEPT JOURNAL-DATE-FIELDS FROM DATE.
        ACCEPT JOURNAL-TIME-RAW FROM TIME.
        MOVE JOURNAL-DATE-FIELDS TO RL-DATE.
        MOVE JOURNAL-TIME-HMS TO RL-TIME.
        MOVE 'POSCLR' TO RL-PROGRAM.
        MOVE 'OPENRTRY' TO RL-EVENT.
        MOVE STATEMENT-FILE-NAME TO RL-FILE-NAME.
        MOVE OPEN-TRY-COUNT TO RL-COUNT.
        MOVE 'STATEMENT FILE OPEN RETRY' TO RL-TEXT.
        WRITE RUNLOG-RECORD.
        CLOSE RUNLOG-FILE.

        CALL 'SLEEP' USING WAIT-TIME.

        ADD 1 TO WAIT-TIME.

        OPEN INPUT STATEMENT-FILE.
        GO TO STATEMENT-OPEN-RECOVERY-EXIT.

STATEMENT-OPEN-RECOVERY-DEAD.
        DISPLAY 'POSCLR - OPERATOR ATTENTION - STATEMENT-FILE '
                STATEMENT-FILE-NAME ' WILL NOT OPEN AFTER '
                OPEN-TRY-COUNT ' TRIES - JOB TERMINATED'.

        MOVE 'E' TO RUNLOG-OPEN-MODE.
        OPEN EXTEND RUNLOG-FILE.
        MOVE SPACES TO RUNLOG-RECORD.
        ACCEPT JOURNAL-DATE-FIELDS FROM DATE.
        ACCEPT JOURNAL-TIME-RAW FROM TIME.
        MOVE JOURNAL-DATE-FIELDS TO RL-DATE.
        MOVE JOURNAL-TIME-HMS TO RL-TIME.
        MOVE 'POSCLR' TO RL-PROGRAM.
        MOVE 'OPENFAIL' TO RL-EVENT.
        MOVE STATEMENT-FILE-NAME TO RL-FILE-NAME.
        MOVE OPEN-TRY-COUNT TO RL-COUNT.
        MOVE 'STATEMENT FILE WILL NOT OPEN - JOB KILLED' TO RL-TEXT.
        WRITE RUNLOG-RECORD.
        CLOSE RUNLOG-FILE.
        STOP RUN.

STATEMENT-OPEN-RECOVERY-EXIT.  EXIT.


BREAK-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON BREAK-FILE OPEN.

BREAK-OPEN-RECOVERY.
*       NO BREAK FILE YET - THE FIRST RECONCILEMENT EVER HAS NOTHING
*       CARRIED IN, SO AN EMPTY CARRY FILE STANDS IN FOR IT.
        MOVE 'Y' TO BREAK-MISSING-SWITCH.


RUNLOG-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON RUNLOG-FILE OPEN.

RUNLOG-OPEN-RECOVERY.
*       NO JOURNAL YET - CREATE IT FOR THE FIRST EVENT.  THE MODE IS
*       SET TO OUTPUT FIRST SO A CREATE THAT ALSO FAILS CANNOT
*       RE-ENTER THIS RECOVERY AND LOOP.
        IF RUNLOG-OPENING-FOR-EXTEND
                MOVE 'O' TO RUNLOG-OPEN-MODE,
                OPEN OUTPUT RUNLOG-FILE.


PARAM-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON PARAM-FILE OPEN.

PARAM-OPEN-RECOVERY.
*       NO PARAMETER FILE - THE RUN IS OPERATOR-ATTENDED, SO THE
*       FILE NAMES ARE PROMPTED FOR AS THEY ALWAYS WERE.
        MOVE 'Y' TO PARAM-FILE-MISSING-SWITCH.


BUSINESS-DATE-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON BUSINESS-DATE-FILE OPEN.

BUSINESS-DATE-OPEN-RECOVERY.
*       NO BUSINESS-DATE RECORD - THE CLOCK STANDS IN FOR IT.
        MOVE 'Y' TO BUSINESS-DATE-MISSING-SWITCH.


CARRY-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON CARRY-FILE OPEN.

CARRY-OPEN-RECOVERY.
*       NO CARRY FILE FOR THIS BUSINESS DATE - THIS IS THE DAY'S
*       FIRST RUN, SO THE BREAK FILE IS COPIED ASIDE.
        MOVE 'Y' TO CARRY-MISSING-SWITCH.


CALENDAR-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON CALENDAR-FILE OPEN.

CALENDAR-OPEN-RECOVERY.
*       NO CALENDAR - NO TRADING DAYS CAN BE COUNTED, SO A CARRIED
*       BREAK AGES ONE DAY A RUN.
        MOVE 'Y' TO CALENDAR-MISSING-SWITCH.

END DECLARATIVES.


MAIN-LINE SECTION.
MAIN-LINE-START.
        PERFORM PROMPT-FOR-FILE-NAMES.
        PERFORM READ-BUSINESS-DATE.

        MOVE 'RUNSTART' TO JRN-EVENT.
        MOVE STATEMENT-FILE-NAME TO JRN-FILE-NAME.
        MOVE 'RUN STARTED' TO JRN-TEXT.
        PERFORM WRITE-RUN-JOURNAL.

        PERFORM CARRY-BREAKS-ASIDE.
        PERFORM LOAD-TRADING-DAYS.

        OPEN OUTPUT PRINT-FILE.
        PERFORM PRINT-REPORT-HEADER.
        OPEN OUTPUT BREAK-FILE.

        SORT STREET-SORT-FILE ON ASCENDING KEY
                SRT-FIELD-1B,
                SRT-FIELD-2,
                SRT-CODE,
                SRT-FIELD-4-1-YY,
                SRT-FIELD-4-1,
                SRT-FIELD-4-2-YY,
                SRT-FIELD-4-2,
                SRT-SOURCE,

        INPUT PROCEDURE IS SELECT-STREET-RECORDS,
        OUTPUT PROCEDURE IS MATCH-STREET-POSITIONS.

        CLOSE BREAK-FILE.
        PERFORM PRINT-REPORT-SUMMARY.
        CLOSE PRINT-FILE.

        DISPLAY '****************************************'.
        DISPLAY '* POSCLR - STREET RECONCILEMENT TOTALS *'.
        DISPLAY '****************************************'.
        DISPLAY '  FIRM POSITIONS READ      ' FIRM-RECORD-COUNT.
        DISPLAY '  STREET POSITIONS READ    ' STATEMENT-RECORD-COUNT.
        DISPLAY '  POSITIONS AGREED         ' MATCHED-COUNT.
        DISPLAY '  BREAKS CARRIED IN        ' CARRIED-IN-COUNT.
        DISPLAY '  BREAKS CLEARED           ' CLEARED-COUNT.
        DISPLAY '  BREAKS OUTSTANDING       ' OUTSTANDING-COUNT.
        IF OUTSTANDING-COUNT IS GREATER THAN 0
                DISPLAY 'POSCLR - OPERATOR ATTENTION - '
                        OUTSTANDING-COUNT ' STREET BREAK(S) OUTSTANDING'
                        ' - SEE ' PRINT-FILE-NAME.

        MOVE 'RUNEND' TO JRN-EVENT.
        MOVE BREAK-FILE-NAME TO JRN-FILE-NAME.
        MOVE OUTSTANDING-COUNT TO JRN-COUNT.
        MOVE 'RUN ENDED - COUNT IS BREAKS OUTSTANDING' TO JRN-TEXT.
        PERFORM WRITE-RUN-JOURNAL.

MAIN-LINE-RETURN.
*       WHEN POSDRV RUNS THE CHAIN, CONTROL GOES BACK TO IT HERE;
*       RUN ALONE, THE EXIT PROGRAM IS PASSED OVER AND THE RUN STOPS.
        EXIT PROGRAM.

MAIN-LINE-STOP.
        STOP RUN.


PROMPT-FOR-FILE-NAMES SECTION.
PROMPT-START.
*       AN UNATTENDED RUN TAKES ITS FILE NAMES FROM THE PARAMETER
*       FILE; ONLY WHEN NO PARAMETERS ARE ON FILE IS THE OPERATOR
*       PROMPTED.
        PERFORM READ-RUN-PARAMETERS.
        IF PARAMS-FOUND
                GO TO PROMPT-EXIT.

        DISPLAY 'FIRM MASTER FILE: ' WITH NO ADVANCING.
        ACCEPT FIRM-FILE-NAME.
        IF FIRM-FILE-NAME IS EQUAL TO SPACES
                MOVE 'FIRMPS' TO FIRM-FILE-NAME.

        DISPLAY 'CLEARING STATEMENT: ' WITH NO ADVANCING.
        ACCEPT STATEMENT-FILE-NAME.
        IF STATEMENT-FILE-NAME IS EQUAL TO SPACES
                MOVE 'CLRSTM' TO STATEMENT-FILE-NAME.

        DISPLAY 'BREAK FILE: ' WITH NO ADVANCING.
        ACCEPT BREAK-FILE-NAME.
        IF BREAK-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSBRK' TO BREAK-FILE-NAME.

PROMPT-EXIT.  EXIT.


READ-RUN-PARAMETERS SECTION.
RRP-START.
*       LOOK FOR THIS PROGRAM'S RECORD IN THE PARAMETER FILE.  A
*       BLANK NAME FIELD IN THE RECORD TAKES THE SAME DEFAULT THE
*       PROMPT WOULD HAVE.
        MOVE 'N' TO PARAM-FILE-MISSING-SWITCH.
        OPEN INPUT PARAM-FILE.
        IF PARAM-FILE-MISSING
                GO TO RRP-EXIT.

RRP-LOOP.
        READ PARAM-FILE AT END
                GO TO RRP-DONE.

        IF PRM-PROGRAM IS NOT EQUAL TO 'POSCLR'
                GO TO RRP-LOOP.

        MOVE 'Y' TO PARAMS-FOUND-SWITCH.
        MOVE PRM-FILE-1 TO FIRM-FILE-NAME.
        IF FIRM-FILE-NAME IS EQUAL TO SPACES
                MOVE 'FIRMPS' TO FIRM-FILE-NAME.
        MOVE PRM-FILE-2 TO STATEMENT-FILE-NAME.
        IF STATEMENT-FILE-NAME IS EQUAL TO SPACES
                MOVE 'CLRSTM' TO STATEMENT-FILE-NAME.
        MOVE PRM-FILE-3 TO BREAK-FILE-NAME.
        IF BREAK-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSBRK' TO BREAK-FILE-NAME.

RRP-DONE.
        CLOSE PARAM-FILE.

RRP-EXIT.  EXIT.


WRITE-RUN-JOURNAL SECTION.
WRJ-START.
*       STAMP THE STAGED EVENT AND APPEND IT.  THE JOURNAL IS OPENED
*       AND CLOSED AROUND EVERY EVENT SO WHATEVER KILLS THE RUN NEXT
*       CANNOT TAKE THE HISTORY WITH IT.
        MOVE 'E' TO RUNLOG-OPEN-MODE.
        OPEN EXTEND RUNLOG-FILE.

        MOVE SPACES TO RUNLOG-RECORD.
        ACCEPT JOURNAL-DATE-FIELDS FROM DATE.
        ACCEPT JOURNAL-TIME-RAW FROM TIME.
        MOVE JOURNAL-DATE-FIELDS TO RL-DATE.
        MOVE JOURNAL-TIME-HMS TO RL-TIME.
        MOVE 'POSCLR' TO RL-PROGRAM.
        MOVE JRN-EVENT TO RL-EVENT.
        MOVE JRN-FILE-NAME TO RL-FILE-NAME.
        MOVE JRN-COUNT TO RL-COUNT.
        MOVE JRN-TEXT TO RL-TEXT.

        WRITE RUNLOG-RECORD.
        CLOSE RUNLOG-FILE.

        MOVE SPACES TO JRN-EVENT, JRN-FILE-NAME, JRN-TEXT.
        MOVE 0 TO JRN-COUNT.


CARRY-BREAKS-ASIDE SECTION.
CBA-START.
*       COPY THE BREAK FILE TO A DATED CARRY FILE SO THE RUN CAN READ
*       IT BACK WHILE IT REWRITES THE BREAK FILE - THE SAME
*       COPY-BEFORE-REWRITE POSCOR MAKES OF ITS OUTSTANDING REJECTS.
*       THE COPY DOUBLES AS THE RUN'S RECOVERY POINT - WHEN TODAY'S
*       COPY IS ALREADY ON FILE THIS IS A RERUN, AND THE BREAK FILE
*       MAY BE REWRITTEN OR HALF-WRITTEN, SO THE COPY IS LEFT AS IT
*       STANDS AND THE RUN READS IT INSTEAD.
        MOVE 0 TO BREAK-NAME-LENGTH.
        INSPECT BREAK-FILE-NAME TALLYING BREAK-NAME-LENGTH
                FOR CHARACTERS BEFORE INITIAL SPACE.

        MOVE SPACES TO CARRY-FILE-NAME.
        STRING BREAK-FILE-NAME (1 : BREAK-NAME-LENGTH)
                        DELIMITED BY SIZE
                TODAY-YY                DELIMITED BY SIZE
                TODAY-MM                DELIMITED BY SIZE
                TODAY-DD                DELIMITED BY SIZE
                INTO CARRY-FILE-NAME.

        MOVE 'N' TO CARRY-MISSING-SWITCH.
        OPEN INPUT CARRY-FILE.
        IF NOT CARRY-FILE-MISSING
                CLOSE CARRY-FILE,
                DISPLAY 'POSCLR - CARRY FILE ' CARRY-FILE-NAME
                        ' ALREADY ON FILE - RERUN READS IT, NOT '
                        BREAK-FILE-NAME,
                GO TO CBA-EXIT.

        OPEN OUTPUT CARRY-FILE.
        MOVE 'N' TO BREAK-MISSING-SWITCH.
        OPEN INPUT BREAK-FILE.
        IF BREAK-FILE-MISSING
                GO TO CBA-DONE-NO-INPUT.

CBA-LOOP.
        READ BREAK-FILE INTO CARRY-RECORD AT END
                GO TO CBA-DONE.

        WRITE CARRY-RECORD.
        GO TO CBA-LOOP.

CBA-DONE.
        CLOSE BREAK-FILE.

CBA-DONE-NO-INPUT.
        CLOSE CARRY-FILE.

CBA-EXIT.  EXIT.


LOAD-TRADING-DAYS SECTION.
LTD-START.
*       FIND THE OLDEST FIRST-SEEN DATE CARRIED IN, COUNT THE TRADING
*       DAYS AFTER IT UP TO THE BUSINESS DATE, THEN LOAD THEM - ALL OF
*       THEM, OR WHEN THERE ARE MORE THAN THE TABLE HOLDS, THE NEWEST.
        MOVE 0 TO TRADING-DAY-COUNT.
        MOVE 0 TO TRADING-DAYS-IN-RANGE.
        MOVE 0 TO TRADING-DAYS-TO-SKIP.
        MOVE TODAY-DATE-VALUE TO OLDEST-FIRST-DATE.
        OPEN INPUT CARRY-FILE.

LTD-CARRY-LOOP.
        READ CARRY-FILE AT END
                GO TO LTD-CARRY-DONE.

        IF CAR-FIRST-DATE IS NUMERIC AND
           CAR-FIRST-DATE IS LESS THAN OLDEST-FIRST-DATE
                MOVE CAR-FIRST-DATE TO OLDEST-FIRST-DATE.
        GO TO LTD-CARRY-LOOP.

LTD-CARRY-DONE.
        CLOSE CARRY-FILE.

        MOVE 'N' TO CALENDAR-MISSING-SWITCH.
        OPEN INPUT CALENDAR-FILE.
        IF CALENDAR-FILE-MISSING
                DISPLAY 'POSCLR - NO CALENDAR FILE ' CALENDAR-FILE-NAME
                        ' - BREAKS AGED ONE DAY A RUN',
                GO TO LTD-EXIT.

LTD-COUNT-LOOP.
        READ CALENDAR-FILE AT END
                GO TO LTD-COUNT-DONE.

        IF NOT CAL-TRADING-DAY
                GO TO LTD-COUNT-LOOP.
        IF CAL-DATE IS NOT NUMERIC
                GO TO LTD-COUNT-LOOP.
        IF CAL-DATE IS NOT GREATER THAN OLDEST-FIRST-DATE
                GO TO LTD-COUNT-LOOP.
        IF CAL-DATE IS GREATER THAN TODAY-DATE-VALUE
                GO TO LTD-COUNT-DONE.

        ADD 1 TO TRADING-DAYS-IN-RANGE.
        GO TO LTD-COUNT-LOOP.

LTD-COUNT-DONE.
        CLOSE CALENDAR-FILE.

        IF TRADING-DAYS-IN-RANGE IS GREATER THAN MAX-TRADING-DAYS
                SUBTRACT MAX-TRADING-DAYS FROM TRADING-DAYS-IN-RANGE
                        GIVING TRADING-DAYS-TO-SKIP.

        OPEN INPUT CALENDAR-FILE.

LTD-LOAD-LOOP.
        READ CALENDAR-FILE AT END
                GO TO LTD-DONE.

        IF NOT CAL-TRADING-DAY
                GO TO LTD-LOAD-LOOP.
        IF CAL-DATE IS NOT NUMERIC
                GO TO LTD-LOAD-LOOP.
        IF CAL-DATE IS NOT GREATER THAN OLDEST-FIRST-DATE
                GO TO LTD-LOAD-LOOP.
        IF CAL-DATE IS GREATER THAN TODAY-DATE-VALUE
                GO TO LTD-DONE.

        IF TRADING-DAYS-TO-SKIP IS GREATER THAN 0
                SUBTRACT 1 FROM TRADING-DAYS-TO-SKIP,
                GO TO LTD-LOAD-LOOP.

        ADD 1 TO TRADING-DAY-COUNT.
        MOVE CAL-DATE TO TRADING-DAY-ENTRY (TRADING-DAY-COUNT).
        IF TRADING-DAY-COUNT IS LESS THAN MAX-TRADING-DAYS
                GO TO LTD-LOAD-LOOP.

LTD-DONE.
        CLOSE CALENDAR-FILE.

LTD-EXIT.  EXIT.


SELECT-STREET-RECORDS SECTION.
SSR-START.
*       RELEASE BOTH SIDES OF THE BALANCE AND THE BREAKS OWED FROM
*       THE LAST RUN, EACH STAMPED WITH ITS SOURCE.
        MOVE 0 TO OPEN-TRY-COUNT.
        MOVE 5 TO WAIT-TIME.
        OPEN INPUT FIRM-FILE.

SSR-FIRM-LOOP.
        READ FIRM-FILE AT END
                GO TO SSR-FIRM-DONE.

        IF FIRM-RECORD IS EQUAL TO SPACES
                GO TO SSR-FIRM-LOOP.

        ADD 1 TO FIRM-RECORD-COUNT.
        MOVE SPACES TO STREET-SORT-RECORD.
        MOVE FRM-FIELD-1B TO SRT-FIELD-1B.
        MOVE FRM-FIELD-2 TO SRT-FIELD-2.
        MOVE FRM-CODE TO SRT-CODE.
        MOVE FRM-FIELD-4-1-YY TO SRT-FIELD-4-1-YY.
        MOVE FRM-FIELD-4-1 TO SRT-FIELD-4-1.
        MOVE FRM-FIELD-4-2-YY TO SRT-FIELD-4-2-YY.
        MOVE FRM-FIELD-4-2 TO SRT-FIELD-4-2.
        MOVE 'F' TO SRT-SOURCE.
        MOVE FRM-FIELD-1A TO SRT-QUANTITY.
        MOVE 0 TO SRT-AGE.
        MOVE 0 TO SRT-FIRST-DATE.
        RELEASE STREET-SORT-RECORD.
        GO TO SSR-FIRM-LOOP.

SSR-FIRM-DONE.
        CLOSE FIRM-FILE.

        MOVE 0 TO OPEN-TRY-COUNT.
        MOVE 5 TO WAIT-TIME.
        OPEN INPUT STATEMENT-FILE.

SSR-STATEMENT-LOOP.
        READ STATEMENT-FILE AT END
                GO TO SSR-STATEMENT-DONE.

        IF STATEMENT-RECORD IS EQUAL TO SPACES
                GO TO SSR-STATEMENT-LOOP.

        ADD 1 TO STATEMENT-RECORD-COUNT.
        IF STM-QUANTITY IS NOT NUMERIC
                ADD 1 TO UNREADABLE-COUNT,
                DISPLAY 'POSCLR - UNREADABLE STATEMENT QUANTITY AT KEY '
                        STM-KEY ' - RECORD SKIPPED',
                GO TO SSR-STATEMENT-LOOP.

        MOVE SPACES TO STREET-SORT-RECORD.
        MOVE STM-KEY TO STREET-KEY.
        MOVE 'S' TO SRT-SOURCE.
        MOVE STM-QUANTITY TO SRT-QUANTITY.
        MOVE 0 TO SRT-AGE.
        MOVE 0 TO SRT-FIRST-DATE.
        RELEASE STREET-SORT-RECORD.
        GO TO SSR-STATEMENT-LOOP.

SSR-STATEMENT-DONE.
        CLOSE STATEMENT-FILE.

        OPEN INPUT CARRY-FILE.

SSR-CARRY-LOOP.
        READ CARRY-FILE AT END
                GO TO SSR-CARRY-DONE.

        IF CARRY-RECORD IS EQUAL TO SPACES
                GO TO SSR-CARRY-LOOP.

        ADD 1 TO CARRIED-IN-COUNT.
        MOVE SPACES TO STREET-SORT-RECORD.
        MOVE CAR-KEY TO STREET-KEY.
        MOVE 'C' TO SRT-SOURCE.
        MOVE 0 TO SRT-QUANTITY.
        MOVE CAR-AGE TO SRT-AGE.
        MOVE CAR-FIRST-DATE TO SRT-FIRST-DATE.
        RELEASE STREET-SORT-RECORD.
        GO TO SSR-CARRY-LOOP.

SSR-CARRY-DONE.
        CLOSE CARRY-FILE.

END-SELECT-STREET-RECORDS.  EXIT.


MATCH-STREET-POSITIONS SECTION.
MSP-START.
        MOVE HIGH-VALUES TO PREVIOUS-KEY.
        MOVE 'N' TO GROUP-HELD-SWITCH.

MSP-RETURN-LOOP.
        RETURN STREET-SORT-FILE AT END
                GO TO MSP-RETURN-DONE.

        IF STREET-KEY IS NOT EQUAL TO PREVIOUS-KEY
                PERFORM CLOSE-KEY-GROUP,
                MOVE STREET-KEY TO PREVIOUS-KEY,
                MOVE 0 TO GROUP-FIRM-QUANTITY,
                MOVE 0 TO GROUP-STREET-QUANTITY,
                MOVE 0 TO GROUP-CARRY-AGE,
                MOVE 0 TO GROUP-CARRY-FIRST-DATE,
                MOVE 'N' TO FIRM-SEEN-SWITCH,
                MOVE 'N' TO STREET-SEEN-SWITCH,
                MOVE 'N' TO CARRY-SEEN-SWITCH,
                MOVE 'Y' TO GROUP-HELD-SWITCH.

        IF SRT-FROM-FIRM
                MOVE 'Y' TO FIRM-SEEN-SWITCH,
                ADD SRT-QUANTITY TO GROUP-FIRM-QUANTITY.
        IF SRT-FROM-STREET
                MOVE 'Y' TO STREET-SEEN-SWITCH,
                ADD SRT-QUANTITY TO GROUP-STREET-QUANTITY.
        IF SRT-FROM-CARRY
                MOVE 'Y' TO CARRY-SEEN-SWITCH,
                MOVE SRT-AGE TO GROUP-CARRY-AGE,
                MOVE SRT-FIRST-DATE TO GROUP-CARRY-FIRST-DATE.
        GO TO MSP-RETURN-LOOP.

MSP-RETURN-DONE.
        PERFORM CLOSE-KEY-GROUP.

END-MATCH-STREET-POSITIONS.  EXIT.


CLOSE-KEY-GROUP SECTION.
CKG-START.
*       DECIDE THE KEY GROUP JUST ENDED.  BOTH SIDES AGREEING CLEARS
*       ANY BREAK OWED ON THE KEY; ANYTHING ELSE IS A BREAK, AGED
*       FROM ITS FIRST-SEEN DATE IF IT WAS OWED ALREADY.  A CARRIED
*       BREAK WHOSE POSITION HAS GONE FROM BOTH SIDES HAS CLEARED AS
*       WELL.
        IF NOT GROUP-HELD
                GO TO CKG-EXIT.

        SUBTRACT GROUP-STREET-QUANTITY FROM GROUP-FIRM-QUANTITY
                GIVING GROUP-DIFFERENCE.

        IF NOT FIRM-SEEN AND NOT STREET-SEEN
                GO TO CKG-CLEARED.

        IF FIRM-SEEN AND STREET-SEEN AND
           GROUP-DIFFERENCE IS EQUAL TO ZERO
                ADD 1 TO MATCHED-COUNT,
                GO TO CKG-CLEARED.

        MOVE 'Q' TO BREAK-TYPE.
        IF NOT STREET-SEEN
                MOVE 'F' TO BREAK-TYPE.
        IF NOT FIRM-SEEN
                MOVE 'S' TO BREAK-TYPE.

        IF BREAK-QUANTITY
                ADD 1 TO QUANTITY-BREAK-COUNT.
        IF BREAK-FIRM-ONLY
                ADD 1 TO FIRM-ONLY-COUNT.
        IF BREAK-STREET-ONLY
                ADD 1 TO STREET-ONLY-COUNT.

        MOVE SPACES TO BREAK-RECORD.
        IF CARRY-SEEN
                PERFORM AGE-CARRIED-BREAK,
                MOVE BREAK-AGE-NOW TO BRK-AGE,
                MOVE GROUP-CARRY-FIRST-DATE TO BRK-FIRST-DATE
        ELSE
                ADD 1 TO NEW-BREAK-COUNT,
                MOVE 0 TO BRK-AGE,
                MOVE TODAY-DATE-VALUE TO BRK-FIRST-DATE.

        MOVE BREAK-TYPE TO BRK-TYPE.
        MOVE PREVIOUS-KEY TO BRK-KEY.
        MOVE GROUP-FIRM-QUANTITY TO BRK-FIRM-QUANTITY.
        MOVE GROUP-STREET-QUANTITY TO BRK-STREET-QUANTITY.
        WRITE BREAK-RECORD.
        ADD 1 TO OUTSTANDING-COUNT.

        MOVE SPACES TO PRINT-LINE.
        PERFORM BUILD-KEY-COLUMNS.
        MOVE BRK-AGE TO PL-AGE.
        MOVE BRK-FIRST-DATE TO PL-FIRST-DATE.
        IF BREAK-QUANTITY
                MOVE 'QUANTITY BREAK' TO PL-STATUS.
        IF BREAK-FIRM-ONLY
                MOVE 'FIRM ONLY' TO PL-STATUS.
        IF BREAK-STREET-ONLY
                MOVE 'STREET ONLY' TO PL-STATUS.
        PERFORM PRINT-DETAIL-LINE.
        GO TO CKG-EXIT.

CKG-CLEARED.
        IF NOT CARRY-SEEN
                GO TO CKG-EXIT.

        ADD 1 TO CLEARED-COUNT.
        PERFORM AGE-CARRIED-BREAK.
        MOVE SPACES TO PRINT-LINE.
        PERFORM BUILD-KEY-COLUMNS.
        MOVE BREAK-AGE-NOW TO PL-AGE.
        MOVE GROUP-CARRY-FIRST-DATE TO PL-FIRST-DATE.
        MOVE 'CLEARED' TO PL-STATUS.
        PERFORM PRINT-DETAIL-LINE.

CKG-EXIT.  EXIT.


AGE-CARRIED-BREAK SECTION.
ACB-START.
*       COUNT THE TABLE'S TRADING DAYS AFTER THE BREAK'S FIRST-SEEN
*       DATE, NEWEST FIRST.  WITH NO CALENDAR, OR NO USABLE FIRST
*       DATE, THE BREAK IS ONE DAY OLDER THAN IT WAS CARRIED IN.
        IF CALENDAR-FILE-MISSING OR
           GROUP-CARRY-FIRST-DATE IS EQUAL TO 0
                GO TO ACB-BY-RUN.

        MOVE 0 TO BREAK-AGE-NOW.
        MOVE TRADING-DAY-COUNT TO TRADING-DAY-SUBSCRIPT.

ACB-LOOP.
        IF TRADING-DAY-SUBSCRIPT IS EQUAL TO 0
                GO TO ACB-TABLE-START.
        IF TRADING-DAY-ENTRY (TRADING-DAY-SUBSCRIPT) IS NOT GREATER
           THAN GROUP-CARRY-FIRST-DATE
                GO TO ACB-EXIT.

        ADD 1 TO BREAK-AGE-NOW.
        IF BREAK-AGE-NOW IS NOT LESS THAN 999
                GO TO ACB-EXIT.
        SUBTRACT 1 FROM TRADING-DAY-SUBSCRIPT.
        GO TO ACB-LOOP.

ACB-TABLE-START.
*       EVERY DAY IN THE TABLE IS AFTER THE FIRST-SEEN DATE.  IF THE
*       TABLE HAD TO DROP OLDER DAYS, THE BREAK IS OLDER STILL.
        IF TRADING-DAYS-IN-RANGE IS GREATER THAN MAX-TRADING-DAYS
                MOVE 999 TO BREAK-AGE-NOW.
        GO TO ACB-EXIT.

ACB-BY-RUN.
        MOVE GROUP-CARRY-AGE TO BREAK-AGE-NOW.
        IF BREAK-AGE-NOW IS LESS THAN 999
                ADD 1 TO BREAK-AGE-NOW.

ACB-EXIT.  EXIT.


BUILD-KEY-COLUMNS SECTION.
BKC-START.
*       THE KEY AND BOTH SIDES' QUANTITIES, COMMON TO A BREAK LINE AND
*       A CLEARED LINE.  A SIDE THAT DOES NOT CARRY THE POSITION
*       PRINTS AS ZERO.
        MOVE PRV-FIELD-1B TO PL-STOCK-FIELD.
        MOVE PRV-CODE TO PL-OPTION-CODE.
        MOVE PRV-FIELD-2 TO PL-FIELD-2.
        MOVE SPACES TO PL-DATE-1.
        MOVE PRV-FIELD-4-1-YY TO PL-DATE-1 (1 : 2).
        MOVE PRV-FIELD-4-1 TO PL-DATE-1 (3 : 4).
        MOVE GROUP-FIRM-QUANTITY TO PL-FIRM-QUANTITY.
        MOVE GROUP-STREET-QUANTITY TO PL-STREET-QUANTITY.
        MOVE GROUP-DIFFERENCE TO PL-DIFFERENCE.


PRINT-DETAIL-LINE SECTION.
PDL-START.
*       THE LINE IS BUILT BY THE CALLER.  A PAGE BREAK WOULD CLEAR
*       IT, SO IT IS HELD ASIDE ACROSS THE HEADER.
        IF LINE-COUNT IS LESS THAN MAX-LINES-PER-PAGE
                GO TO PDL-WRITE.

        MOVE PRINT-LINE TO HELD-PRINT-LINE.
        PERFORM PRINT-REPORT-HEADER.
        MOVE HELD-PRINT-LINE TO PRINT-LINE.

PDL-WRITE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        ADD 1 TO LINE-COUNT.


PRINT-REPORT-SUMMARY SECTION.
PRS-START.
        MOVE SPACES TO PRINT-LINE.
        IF OUTSTANDING-COUNT IS EQUAL TO 0 AND
           CLEARED-COUNT IS EQUAL TO 0
                MOVE '  NO BREAKS - FIRM AGREES WITH THE STREET'
                        TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        MOVE 'FIRM POSITIONS READ' TO SL-LABEL.
        MOVE FIRM-RECORD-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'STREET POSITIONS READ' TO SL-LABEL.
        MOVE STATEMENT-RECORD-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'UNREADABLE STREET RECORDS' TO SL-LABEL.
        MOVE UNREADABLE-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'POSITIONS AGREED' TO SL-LABEL.
        MOVE MATCHED-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'QUANTITY BREAKS' TO SL-LABEL.
        MOVE QUANTITY-BREAK-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'FIRM ONLY BREAKS' TO SL-LABEL.
        MOVE FIRM-ONLY-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'STREET ONLY BREAKS' TO SL-LABEL.
        MOVE STREET-ONLY-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'BREAKS CARRIED IN' TO SL-LABEL.
        MOVE CARRIED-IN-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'NEW BREAKS TODAY' TO SL-LABEL.
        MOVE NEW-BREAK-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'BREAKS CLEARED' TO SL-LABEL.
        MOVE CLEARED-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'BREAKS OUTSTANDING' TO SL-LABEL.
        MOVE OUTSTANDING-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.


PRINT-REPORT-HEADER SECTION.
PRH-START.
        IF PAGE-NUMBER IS NOT EQUAL TO ZERO
                MOVE SPACES TO PRINT-LINE,
                WRITE PRINT-LINE AFTER ADVANCING PAGE.

        ADD 1 TO PAGE-NUMBER.
        MOVE ZERO TO LINE-COUNT.

        MOVE SPACES TO PRINT-LINE.
        STRING 'STREET RECONCILEMENT - FIRM MASTER TO CLEARING '
                                              DELIMITED BY SIZE
               'STATEMENT   PAGE '            DELIMITED BY SIZE
               PAGE-NUMBER                    DELIMITED BY SIZE
               INTO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        STRING '  STOCK  OPT  FIELD2  YYDATE      FIRM    STREET'
                                              DELIMITED BY SIZE
               '      DIFF    AGE   FIRST    STATUS'
                                              DELIMITED BY SIZE
               INTO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        ADD 4 TO LINE-COUNT.


READ-BUSINESS-DATE SECTION.
RBD-START.
*       THE PROCESSING DATE IS THE BUSINESS DATE ON FILE, NOT THE
*       CLOCK - A CHAIN RUN AFTER MIDNIGHT, OR ON THE MORNING AFTER
*       A HOLIDAY, STILL BELONGS TO THE BUSINESS DAY POSDRV HAS
*       RECORDED.  THE CLOCK STANDS IN ONLY WHEN THE RECORD IS
*       MISSING OR UNREADABLE.
        ACCEPT TODAY-DATE-FIELDS FROM DATE.
        MOVE 'N' TO BUSINESS-DATE-MISSING-SWITCH.
        OPEN INPUT BUSINESS-DATE-FILE.
        IF BUSINESS-DATE-FILE-MISSING
                DISPLAY 'POSCLR - NO BUSINESS DATE RECORD '
                        BUSINESS-DATE-FILE-NAME ' - SYSTEM DATE USED',
                GO TO RBD-EXIT.

        READ BUSINESS-DATE-FILE AT END
                MOVE SPACES TO BUSINESS-DATE-RECORD.
        CLOSE BUSINESS-DATE-FILE.

        IF BDT-BUSINESS-DATE IS NOT NUMERIC
                DISPLAY 'POSCLR - BUSINESS DATE RECORD '
                        BUSINESS-DATE-FILE-NAME ' UNREADABLE - SYSTEM '
                        'DATE USED',
                GO TO RBD-EXIT.

        MOVE BDT-BUSINESS-DATE TO TODAY-DATE-FIELDS.

RBD-EXIT.  EXIT.
