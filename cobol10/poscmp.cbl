ID DIVISION.
PROGRAM-ID.  POSCMP.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
OBJECT-COMPUTER.  PDP-10 MEMORY 25 MODULES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

        SELECT INDEX-FILE ASSIGN TO DSK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS IDX-RECORD-KEY.

        SELECT MASTER-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT SUSPENSE-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT PRINT-FILE ASSIGN TO LPT.

        SELECT COMPARE-SORT-FILE ASSIGN TO DSK, DSK, DSK, DSK, DSK, DSK.

        SELECT PARAM-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT RUNLOG-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

DATA DIVISION.
FILE SECTION.

*       INDEX-FILE IS THE INQUIRY INDEX AS THE DESK LEFT IT AT THE END
*       OF THE DAY - SORTER BUILT IT LAST NIGHT, AND POSIDU AND POSMNT
*       HAVE CHANGED IT SINCE.  THE LAYOUT HERE MATCHES INDEX-RECORD
*       IN SORTER.  SORTER REPLACES IT WITH TONIGHT'S INDEX, SO THIS
*       RUN MUST COME AHEAD OF SORTER IN THE CHAIN.

FD  INDEX-FILE
    VALUE OF ID IS INDEX-FILE-NAME.
01  INDEX-RECORD.
        05  IDX-RECORD-KEY.
            10  IDX-FIELD-1B    PIC X(5).
            10  IDX-FIELD-2-TAG PIC X(5).
            10  IDX-CODE        PIC X(3).
            10  IDX-FIELD-4-1-YY PIC X(2).
            10  IDX-FIELD-4-1   PIC X(4).
            10  IDX-FIELD-4-2-YY PIC X(2).
            10  IDX-FIELD-4-2   PIC X(4).
            10  IDX-ACCOUNT     PIC X(8).
            10  IDX-FIELD-1A    PIC 9(5).
        05  IDX-TAG             PIC 9(2).
        05  IDX-FIELD-2         PIC X(6).

*       MASTER-FILE IS TONIGHT'S UPDATED MASTER AS POSUPD WROTE IT,
*       IN THE 76-BYTE FORMAT SORTER READS.  IT HOLDS EXACTLY THE
*       POSITIONS SORTER IS ABOUT TO SEQUENCE INTO THE NEW POSITN
*       MASTER AND ITS INDEX, SO THE STOCK/OPTION TAG IS DERIVED HERE
*       THE SAME WAY SORTER WILL DERIVE IT.

FD  MASTER-FILE
    VALUE OF ID IS MASTER-FILE-NAME.
01  MASTER-RECORD.
        05  MST-FIELD-1B        PIC X(5).
        05  MST-FIELD-1A        PIC 9(5).
        05  FILLER              PIC 9(3).
        05  MST-FIELD-4-2       PIC X(4).
        05  MST-FIELD-4-1       PIC X(4).
        05  MST-CODE            PIC X(3).
        05  FILLER              PIC X(3).
        05  MST-FIELD-2         PIC X(6).
        05  MST-FIELD-4-2-YY    PIC X(2).
        05  MST-FIELD-4-1-YY    PIC X(2).
        05  MST-ACCOUNT         PIC X(8).
        05  FILLER              PIC X(31).

*       SUSPENSE-FILE HOLDS THE INTRADAY TRADES POSIDU COULD NOT
*       APPLY, UNCHANGED, IN THE 76-BYTE TRADE-RECORD FORMAT - THE
*       BYTE AFTER THE TRANSACTION CODE CARRIES THE DIRECTION.

FD  SUSPENSE-FILE
    VALUE OF ID IS SUSPENSE-FILE-NAME.
01  SUSPENSE-RECORD.
        05  SUS-FIELD-1B        PIC X(5).
        05  SUS-FIELD-1A        PIC 9(5).
        05  FILLER              PIC 9(3).
        05  SUS-FIELD-4-2       PIC X(4).
        05  SUS-FIELD-4-1       PIC X(4).
        05  SUS-CODE            PIC X(3).
        05  SUS-SIGN            PIC X.
        05  FILLER              PIC X(2).
        05  SUS-FIELD-2         PIC X(6).
        05  SUS-FIELD-4-2-YY    PIC X(2).
        05  SUS-FIELD-4-1-YY    PIC X(2).
        05  SUS-ACCOUNT         PIC X(8).
        05  FILLER              PIC X(31).

FD  PRINT-FILE
    VALUE OF ID IS PRINT-FILE-NAME.
01  PRINT-LINE.
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  PL-STOCK-FIELD      PIC X(5).
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  PL-FIELD-2-TAG      PIC X(5).
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  PL-OPTION-CODE      PIC X(3).
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  PL-DATE-1           PIC X(6).
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  PL-DATE-2           PIC X(6).
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  PL-ACCOUNT          PIC X(8).
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-INTRADAY-QUANTITY PIC ZZZZZZ9.
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-MASTER-QUANTITY  PIC ZZZZZZ9.
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-DIFFERENCE       PIC ZZZZZZ9-.
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  PL-STATUS           PIC X(20).
        05  FILLER              PIC X(33) VALUE SPACES.

*       EVERY INDEX POSITION, EVERY MASTER POSITION AND EVERY
*       SUSPENSE TRADE IS RELEASED TO ONE SORT ON THE INDEX KEY
*       AHEAD OF THE QUANTITY, WITH A SOURCE BYTE BEHIND IT, SO EACH
*       KEY COMES OFF THE SORT AS ONE GROUP HOLDING WHAT BOTH SIDES
*       SAY, FOLLOWED BY ANY SUSPENSE TRADES THAT BEAR ON IT.

SD  COMPARE-SORT-FILE.
01  COMPARE-SORT-RECORD.
        05  COMPARE-KEY.
            10  CMP-FIELD-1B    PIC X(5).
            10  CMP-FIELD-2-TAG PIC X(5).
            10  CMP-CODE        PIC X(3).
            10  CMP-FIELD-4-1-YY PIC X(2).
            10  CMP-FIELD-4-1   PIC X(4).
            10  CMP-FIELD-4-2-YY PIC X(2).
            10  CMP-FIELD-4-2   PIC X(4).
            10  CMP-ACCOUNT     PIC X(8).
        05  CMP-SOURCE          PIC X.
            88  CMP-FROM-INDEX      VALUE 'I'.
            88  CMP-FROM-MASTER     VALUE 'M'.
            88  CMP-FROM-SUSPENSE   VALUE 'S'.
        05  CMP-QUANTITY        PIC 9(7) USAGE IS COMPUTATIONAL.
        05  CMP-SIGN            PIC X.
            88  CMP-TRADE-REDUCES   VALUE '-'.

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

WORKING-STORAGE SECTION.

01  INDEX-FILE-NAME              PIC X(12) VALUE 'POSITNIDX'.
77  MASTER-FILE-NAME             PIC X(9) VALUE 'POSITN'.
77  SUSPENSE-FILE-NAME           PIC X(9) VALUE 'TRDSUS'.
77  PRINT-FILE-NAME              PIC X(9) VALUE 'POSCMP'.

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

*       THE INDEX AND THE MASTER MAY BOTH BE IN USE WHEN THE COMPARE
*       STARTS, SO THEIR OPENS GET THE SAME BOUNDED RETRY THE OTHER
*       PROGRAMS GIVE THEIR UPSTREAM FILES.  NO SUSPENSE FILE JUST
*       MEANS POSIDU SENT NOTHING TO SUSPENSE TODAY.

77  WAIT-TIME   COMP-1 VALUE IS 5.
77  MAX-OPEN-TRIES              PIC 9(2) VALUE IS 5.
77  OPEN-TRY-COUNT              PIC 9(2) VALUE IS 0.

77  SUSPENSE-MISSING-SWITCH      PIC X VALUE 'N'.
        88  SUSPENSE-FILE-MISSING    VALUE 'Y'.

*       THE MASTER'S STOCK/OPTION TAG IS DERIVED FROM MST-FIELD-2, AND
*       A SUSPENSE TRADE'S FROM SUS-FIELD-2, THE SAME WAY SORTER
*       DERIVES SORT-FIELD-2-TAG, SO BOTH LAND ON THE KEY THE INDEX
*       CARRIES.

01  SOURCE-FIELD-2.
        05  SOURCE-ORIG-CHAR     PIC X
                OCCURS 6 TIMES
                INDEXED BY SOURCE-ORIG-IDX.
01  DERIVED-FIELD-2-TAG.
        05  DERIVED-TAG-CHAR     PIC X
                OCCURS 5 TIMES
                INDEXED BY DERIVED-TAG-IDX.

*       THE KEY GROUP BREAK IS DRIVEN BY PREVIOUS-KEY, THE SAME WAY
*       POSCLR'S IS - HIGH-VALUES UNTIL THE FIRST RECORD COMES OFF
*       THE SORT.

01  PREVIOUS-KEY                 PIC X(33) VALUE HIGH-VALUES.
01  PREVIOUS-KEY-PARTS  REDEFINES PREVIOUS-KEY.
        05  PRV-FIELD-1B         PIC X(5).
        05  PRV-FIELD-2-TAG      PIC X(5).
        05  PRV-CODE             PIC X(3).
        05  PRV-FIELD-4-1-YY     PIC X(2).
        05  PRV-FIELD-4-1        PIC X(4).
        05  PRV-FIELD-4-2-YY     PIC X(2).
        05  PRV-FIELD-4-2        PIC X(4).
        05  PRV-ACCOUNT          PIC X(8).

01  HELD-PRINT-LINE              PIC X(132) VALUE SPACES.

77  GROUP-HELD-SWITCH            PIC X VALUE 'N'.
        88  GROUP-HELD               VALUE 'Y'.
77  GROUP-DECIDED-SWITCH         PIC X VALUE 'N'.
        88  GROUP-DECIDED            VALUE 'Y'.
77  GROUP-DIFFERS-SWITCH         PIC X VALUE 'N'.
        88  GROUP-DIFFERS            VALUE 'Y'.
77  INDEX-SEEN-SWITCH            PIC X VALUE 'N'.
        88  INDEX-SEEN               VALUE 'Y'.
77  MASTER-SEEN-SWITCH           PIC X VALUE 'N'.
        88  MASTER-SEEN              VALUE 'Y'.

77  GROUP-INDEX-QUANTITY         PIC 9(7) USAGE IS COMPUTATIONAL
        VALUE 0.
77  GROUP-MASTER-QUANTITY        PIC 9(7) USAGE IS COMPUTATIONAL
        VALUE 0.
77  GROUP-DIFFERENCE             PIC S9(7) USAGE IS COMPUTATIONAL
        VALUE 0.
77  SIGNED-TRADE-QUANTITY        PIC S9(7) USAGE IS COMPUTATIONAL
        VALUE 0.

77  PAGE-NUMBER                  PIC 9(4) VALUE 0.
77  LINE-COUNT                   PIC 9(3) VALUE 0.
77  MAX-LINES-PER-PAGE           PIC 9(3) VALUE 55.

77  INDEX-RECORD-COUNT           PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  MASTER-RECORD-COUNT          PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  SUSPENSE-RECORD-COUNT        PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  MATCHED-COUNT                PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  QUANTITY-DIFF-COUNT          PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  INDEX-ONLY-COUNT             PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  MASTER-ONLY-COUNT            PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  SUSPENSE-ONLY-COUNT          PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  DIFFERENCE-COUNT             PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  SUSPENSE-LISTED-COUNT        PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  SUSPENSE-AGREED-COUNT        PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.

01  SUMMARY-LINE.
        05  FILLER               PIC X(4)  VALUE SPACES.
        05  SL-LABEL             PIC X(34).
        05  SL-COUNT             PIC ZZZZZ9.
        05  FILLER               PIC X(88) VALUE SPACES.



PROCEDURE DIVISION.
DECLARATIVES.

INDEX-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON INDEX-FILE OPEN.

INDEX-OPEN-RECOVERY.
*       RETRY THE OPEN A BOUNDED NUMBER OF TIMES, PAUSING WAIT-TIME
*       SECONDS BETWEEN TRIES, BEFORE GIVING UP AND TELLING THE
*       OPERATOR THE JOB IS DEAD.  THE DESK MAY STILL HAVE THE
*       INDEX OPEN WHEN THE CHAIN REACHES THIS STEP.
*       THE JOURNAL WRITES ARE SPELLED OUT HERE RATHER THAN
*       PERFORMED - A DECLARATIVE MAY NOT REFERENCE THE
*       NONDECLARATIVE PROCEDURES.
        ADD 1 TO OPEN-TRY-COUNT.
        IF OPEN-TRY-COUNT IS GREATER THAN MAX-OPEN-TRIES
                GO TO INDEX-OPEN-RECOVERY-DEAD.

        DISPLAY 'POSCMP - INDEX-FILE ' INDEX-FILE-NAME
                ' OPEN FAILED - RETRY ' OPEN-TRY-COUNT ' OF '
                MAX-OPEN-TRIES ' IN ' WAIT-TIME ' SECONDS'.

        MOVE 'E' TO RUNLOG-OPEN-MODE.
        OPEN EXTEND RUNLOG-FILE.
        MOVE SPACES TO RUNLOG-RECORD.
        ACCEPT JOURNAL-DATE-FIELDS FROM DATE.
        ACCEPT JOURNAL-TIME-RAW FROM TIME.
        MOVE JOURNAL-DATE-FIELDS TO RL-DATE.
        MOVE JOURNAL-TIME-HMS TO RL-TIME.
        MOVE 'POSCMP' TO RL-PROGRAM.
        MOVE 'OPENRTRY' TO RL-EVENT.
        MOVE INDEX-FILE-NAME TO RL-FILE-NAME.
        MOVE OPEN-TRY-COUNT TO RL-COUNT.
        MOVE 'INDEX FILE OPEN RETRY' TO RL-TEXT.
        WRITE RUNLOG-RECORD.
        CLOSE RUNLOG-FILE.

        CALL 'SLEEP' USING WAIT-TIME.

        ADD 1 TO WAIT-TIME.

        OPEN INPUT INDEX-FILE.
        GO TO INDEX-OPEN-RECOVERY-EXIT.

INDEX-OPEN-RECOVERY-DEAD.
        DISPLAY 'POSCMP - OPERATOR ATTENTION - INDEX-FILE '
                INDEX-FILE-NAME ' WILL NOT OPEN AFTER '
                OPEN-TRY-COUNT ' TRIES - JOB TERMINATED'.

        MOVE 'E' TO RUNLOG-OPEN-MODE.
        OPEN EXTEND RUNLOG-FILE.
        MOVE SPACES TO RUNLOG-RECORD.
        ACCEPT JOURNAL-DATE-FIELDS FROM DATE.
        ACCEPT JOURNAL-TIME-RAW FROM TIME.
        MOVE JOURNAL-DATE-FIELDS TO RL-DATE.
        MOVE JOURNAL-TIME-HMS TO RL-TIME.
        MOVE 'POSCMP' TO RL-PROGRAM.
        MOVE 'OPENFAIL' TO RL-EVENT.
        MOVE INDEX-FILE-NAME TO RL-FILE-NAME.
        MOVE OPEN-TRY-COUNT TO RL-COUNT.
        MOVE 'INDEX FILE WILL NOT OPEN - JOB KILLED' TO RL-TEXT.
        WRITE RUNLOG-RECORD.
        CLOSE RUNLOG-FILE.
        STOP RUN.

INDEX-OPEN-RECOVERY-EXIT.  EXIT.


MASTER-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON MASTER-FILE OPEN.

MASTER-OPEN-RECOVERY.
*       SAME BOUNDED RETRY AS THE INDEX GETS.  A COMPARE WITH ONE
*       SIDE MISSING PROVES NOTHING, SO THERE IS NO FALLBACK.
        ADD 1 TO OPEN-TRY-COUNT.
        IF OPEN-TRY-COUNT IS GREATER THAN MAX-OPEN-TRIES
                GO TO MASTER-OPEN-RECOVERY-DEAD.

        DISPLAY 'POSCMP - MASTER-FILE ' MASTER-FILE-NAME
                ' OPEN FAILED - RETRY ' OPEN-TRY-COUNT ' OF '
                MAX-OPEN-TRIES ' IN ' WAIT-TIME ' SECONDS'.

        MOVE 'E' TO RUNLOG-OPEN-MODE.
        OPEN EXTEND RUNLOG-FILE.
        MOVE SPACES TO RUNLOG-RECORD.
        ACCEPT JOURNAL-DATE-FIELDS FROM DATE.
        ACCEPT JOURNAL-TIME-RAW FROM TIME.
        MOVE JOURNAL-DATE-FIELDS TO RL-DATE.
        MOVE JOURNAL-TIME-HMS TO RL-TIME.
        MOVE 'POSCMP' TO RL-PROGRAM.
        MOVE 'OPENRTRY' TO RL-EVENT.
        MOVE MASTER-FILE-NAME TO RL-FILE-NAME.
        MOVE OPEN-TRY-COUNT TO RL-COUNT.
        MOVE 'MASTER FILE OPEN RETRY' TO RL-TEXT.
        WRITE RUNLOG-RECORD.
        CLOSE RUNLOG-FILE.

        CALL 'SLEEP' USING WAIT-TIME.

        ADD 1 TO WAIT-TIME.

        OPEN INPUT MASTER-FILE.
        GO TO MASTER-OPEN-RECOVERY-EXIT.

MASTER-OPEN-RECOVERY-DEAD.
        DISPLAY 'POSCMP - OPERATOR ATTENTION - MASTER-FILE '
                MASTER-FILE-NAME ' WILL NOT OPEN AFTER '
                OPEN-TRY-COUNT ' TRIES - JOB TERMINATED'.

        MOVE 'E' TO RUNLOG-OPEN-MODE.
        OPEN EXTEND RUNLOG-FILE.
        MOVE SPACES TO RUNLOG-RECORD.
        ACCEPT JOURNAL-DATE-FIELDS FROM DATE.
        ACCEPT JOURNAL-TIME-RAW FROM TIME.
        MOVE JOURNAL-DATE-FIELDS TO RL-DATE.
        MOVE JOURNAL-TIME-HMS TO RL-TIME.
        MOVE 'POSCMP' TO RL-PROGRAM.
        MOVE 'OPENFAIL' TO RL-EVENT.
        MOVE MASTER-FILE-NAME TO RL-FILE-NAME.
        MOVE OPEN-TRY-COUNT TO RL-COUNT.
        MOVE 'MASTER FILE WILL NOT OPEN - JOB KILLED' TO RL-TEXT.
        WRITE RUNLOG-RECORD.
        CLOSE RUNLOG-FILE.
        STOP RUN.

MASTER-OPEN-RECOVERY-EXIT.  EXIT.


SUSPENSE-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON SUSPENSE-FILE OPEN.

SUSPENSE-OPEN-RECOVERY.
*       NO SUSPENSE FILE - NO TRADE WENT TO SUSPENSE TODAY, SO THERE
*       IS NOTHING TO CROSS-REFERENCE.
        MOVE 'Y' TO SUSPENSE-MISSING-SWITCH.


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

END DECLARATIVES.


MAIN-LINE SECTION.
MAIN-LINE-START.
        PERFORM PROMPT-FOR-FILE-NAMES.

        MOVE 'RUNSTART' TO JRN-EVENT.
        MOVE INDEX-FILE-NAME TO JRN-FILE-NAME.
        MOVE 'RUN STARTED' TO JRN-TEXT.
        PERFORM WRITE-RUN-JOURNAL.

        OPEN OUTPUT PRINT-FILE.
        PERFORM PRINT-REPORT-HEADER.

        SORT COMPARE-SORT-FILE ON ASCENDING KEY
                CMP-FIELD-1B,
                CMP-FIELD-2-TAG,
                CMP-CODE,
                CMP-FIELD-4-1-YY,
                CMP-FIELD-4-1,
                CMP-FIELD-4-2-YY,
                CMP-FIELD-4-2,
                CMP-ACCOUNT,
                CMP-SOURCE,

        INPUT PROCEDURE IS SELECT-COMPARE-RECORDS,
        OUTPUT PROCEDURE IS MATCH-INDEX-TO-MASTER.

        PERFORM PRINT-REPORT-SUMMARY.
        CLOSE PRINT-FILE.

        DISPLAY '****************************************'.
        DISPLAY '* POSCMP - INTRADAY TO MASTER TOTALS   *'.
        DISPLAY '****************************************'.
        DISPLAY '  INDEX POSITIONS READ     ' INDEX-RECORD-COUNT.
        DISPLAY '  MASTER POSITIONS READ    ' MASTER-RECORD-COUNT.
        DISPLAY '  SUSPENSE TRADES READ     ' SUSPENSE-RECORD-COUNT.
        DISPLAY '  POSITIONS AGREED         ' MATCHED-COUNT.
        DISPLAY '  QUANTITY DIFFERENCES     ' QUANTITY-DIFF-COUNT.
        DISPLAY '  ON INTRADAY INDEX ONLY   ' INDEX-ONLY-COUNT.
        DISPLAY '  ON NIGHTLY MASTER ONLY   ' MASTER-ONLY-COUNT.
        DISPLAY '  SUSPENSE TRADES LISTED   ' SUSPENSE-LISTED-COUNT.
        IF DIFFERENCE-COUNT IS GREATER THAN 0
                DISPLAY 'POSCMP - OPERATOR ATTENTION - '
                        DIFFERENCE-COUNT ' POSITION(S) DIFFER FROM '
                        'THE INTRADAY INDEX - SEE ' PRINT-FILE-NAME.

        MOVE 'RUNEND' TO JRN-EVENT.
        MOVE MASTER-FILE-NAME TO JRN-FILE-NAME.
        MOVE DIFFERENCE-COUNT TO JRN-COUNT.
        MOVE 'RUN ENDED - COUNT IS POSITIONS DIFFERING' TO JRN-TEXT.
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

        DISPLAY 'INDEX  FILE: ' WITH NO ADVANCING.
        ACCEPT INDEX-FILE-NAME.
        IF INDEX-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSITNIDX' TO INDEX-FILE-NAME.

        DISPLAY 'MASTER FILE: ' WITH NO ADVANCING.
        ACCEPT MASTER-FILE-NAME.
        IF MASTER-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSITN' TO MASTER-FILE-NAME.

        DISPLAY 'SUSPENSE FILE: ' WITH NO ADVANCING.
        ACCEPT SUSPENSE-FILE-NAME.
        IF SUSPENSE-FILE-NAME IS EQUAL TO SPACES
                MOVE 'TRDSUS' TO SUSPENSE-FILE-NAME.

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

        IF PRM-PROGRAM IS NOT EQUAL TO 'POSCMP'
                GO TO RRP-LOOP.

        MOVE 'Y' TO PARAMS-FOUND-SWITCH.
        MOVE PRM-FILE-1 TO INDEX-FILE-NAME.
        IF INDEX-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSITNIDX' TO INDEX-FILE-NAME.
        MOVE PRM-FILE-2 TO MASTER-FILE-NAME.
        IF MASTER-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSITN' TO MASTER-FILE-NAME.
        MOVE PRM-FILE-3 TO SUSPENSE-FILE-NAME.
        IF SUSPENSE-FILE-NAME IS EQUAL TO SPACES
                MOVE 'TRDSUS' TO SUSPENSE-FILE-NAME.

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
        MOVE 'POSCMP' TO RL-PROGRAM.
        MOVE JRN-EVENT TO RL-EVENT.
        MOVE JRN-FILE-NAME TO RL-FILE-NAME.
        MOVE JRN-COUNT TO RL-COUNT.
        MOVE JRN-TEXT TO RL-TEXT.

        WRITE RUNLOG-RECORD.
        CLOSE RUNLOG-FILE.

        MOVE SPACES TO JRN-EVENT, JRN-FILE-NAME, JRN-TEXT.
        MOVE 0 TO JRN-COUNT.


SELECT-COMPARE-RECORDS SECTION.
SCR-START.
*       RELEASE BOTH SIDES OF THE COMPARE AND THE DAY'S SUSPENSE
*       TRADES, EACH STAMPED WITH ITS SOURCE.
        MOVE 0 TO OPEN-TRY-COUNT.
        MOVE 5 TO WAIT-TIME.
        OPEN INPUT INDEX-FILE.

SCR-INDEX-LOOP.
        READ INDEX-FILE NEXT RECORD AT END
                GO TO SCR-INDEX-DONE.

        ADD 1 TO INDEX-RECORD-COUNT.
        MOVE SPACES TO COMPARE-SORT-RECORD.
        MOVE IDX-FIELD-1B TO CMP-FIELD-1B.
        MOVE IDX-FIELD-2-TAG TO CMP-FIELD-2-TAG.
        MOVE IDX-CODE TO CMP-CODE.
        MOVE IDX-FIELD-4-1-YY TO CMP-FIELD-4-1-YY.
        MOVE IDX-FIELD-4-1 TO CMP-FIELD-4-1.
        MOVE IDX-FIELD-4-2-YY TO CMP-FIELD-4-2-YY.
        MOVE IDX-FIELD-4-2 TO CMP-FIELD-4-2.
        MOVE IDX-ACCOUNT TO CMP-ACCOUNT.
        MOVE 'I' TO CMP-SOURCE.
        MOVE IDX-FIELD-1A TO CMP-QUANTITY.
        RELEASE COMPARE-SORT-RECORD.
        GO TO SCR-INDEX-LOOP.

SCR-INDEX-DONE.
        CLOSE INDEX-FILE.

        MOVE 0 TO OPEN-TRY-COUNT.
        MOVE 5 TO WAIT-TIME.
        OPEN INPUT MASTER-FILE.

SCR-MASTER-LOOP.
        READ MASTER-FILE AT END
                GO TO SCR-MASTER-DONE.

        IF MASTER-RECORD IS EQUAL TO SPACES
                GO TO SCR-MASTER-LOOP.

        ADD 1 TO MASTER-RECORD-COUNT.
        MOVE MST-FIELD-2 TO SOURCE-FIELD-2.
        PERFORM DERIVE-FIELD-2-TAG.

        MOVE SPACES TO COMPARE-SORT-RECORD.
        MOVE MST-FIELD-1B TO CMP-FIELD-1B.
        MOVE DERIVED-FIELD-2-TAG TO CMP-FIELD-2-TAG.
        MOVE MST-CODE TO CMP-CODE.
        MOVE MST-FIELD-4-1-YY TO CMP-FIELD-4-1-YY.
        MOVE MST-FIELD-4-1 TO CMP-FIELD-4-1.
        MOVE MST-FIELD-4-2-YY TO CMP-FIELD-4-2-YY.
        MOVE MST-FIELD-4-2 TO CMP-FIELD-4-2.
        MOVE MST-ACCOUNT TO CMP-ACCOUNT.
        MOVE 'M' TO CMP-SOURCE.
        MOVE MST-FIELD-1A TO CMP-QUANTITY.
        RELEASE COMPARE-SORT-RECORD.
        GO TO SCR-MASTER-LOOP.

SCR-MASTER-DONE.
        CLOSE MASTER-FILE.

        MOVE 'N' TO SUSPENSE-MISSING-SWITCH.
        OPEN INPUT SUSPENSE-FILE.
        IF SUSPENSE-FILE-MISSING
                DISPLAY 'POSCMP - NO SUSPENSE FILE '
                        SUSPENSE-FILE-NAME ' - NOTHING TO '
                        'CROSS-REFERENCE',
                GO TO END-SELECT-COMPARE-RECORDS.

SCR-SUSPENSE-LOOP.
        READ SUSPENSE-FILE AT END
                GO TO SCR-SUSPENSE-DONE.

        IF SUSPENSE-RECORD IS EQUAL TO SPACES
                GO TO SCR-SUSPENSE-LOOP.

        ADD 1 TO SUSPENSE-RECORD-COUNT.
        MOVE SUS-FIELD-2 TO SOURCE-FIELD-2.
        PERFORM DERIVE-FIELD-2-TAG.

        MOVE SPACES TO COMPARE-SORT-RECORD.
        MOVE SUS-FIELD-1B TO CMP-FIELD-1B.
        MOVE DERIVED-FIELD-2-TAG TO CMP-FIELD-2-TAG.
        MOVE SUS-CODE TO CMP-CODE.
        MOVE SUS-FIELD-4-1-YY TO CMP-FIELD-4-1-YY.
        MOVE SUS-FIELD-4-1 TO CMP-FIELD-4-1.
        MOVE SUS-FIELD-4-2-YY TO CMP-FIELD-4-2-YY.
        MOVE SUS-FIELD-4-2 TO CMP-FIELD-4-2.
        MOVE SUS-ACCOUNT TO CMP-ACCOUNT.
        MOVE 'S' TO CMP-SOURCE.
        MOVE SUS-FIELD-1A TO CMP-QUANTITY.
        MOVE SUS-SIGN TO CMP-SIGN.
        RELEASE COMPARE-SORT-RECORD.
        GO TO SCR-SUSPENSE-LOOP.

SCR-SUSPENSE-DONE.
        CLOSE SUSPENSE-FILE.

END-SELECT-COMPARE-RECORDS.  EXIT.


DERIVE-FIELD-2-TAG SECTION.
DFT-START.
*       PARSE THE FIRST LEXICAL ITEM OF SOURCE-FIELD-2 - UP TO THREE
*       CHARACTERS, ENDED BY A BLANK - INTO THE FRONT OF THE TAG,
*       EXACTLY AS SORTER'S GET-STOCK-CODE BUILDS SORT-FIELD-2-TAG.
        SET SOURCE-ORIG-IDX, DERIVED-TAG-IDX TO 1.
        MOVE SPACES TO DERIVED-FIELD-2-TAG.

DFT-LOOP.
        IF SOURCE-ORIG-CHAR (SOURCE-ORIG-IDX) IS EQUAL TO SPACE  OR
           SOURCE-ORIG-IDX IS EQUAL TO 4
                GO TO DFT-EXIT.

        MOVE SOURCE-ORIG-CHAR (SOURCE-ORIG-IDX)
                TO DERIVED-TAG-CHAR (DERIVED-TAG-IDX).
        SET SOURCE-ORIG-IDX, DERIVED-TAG-IDX UP BY 1.
        GO TO DFT-LOOP.

DFT-EXIT.  EXIT.


MATCH-INDEX-TO-MASTER SECTION.
MIM-START.
        MOVE HIGH-VALUES TO PREVIOUS-KEY.
        MOVE 'N' TO GROUP-HELD-SWITCH.

MIM-RETURN-LOOP.
        RETURN COMPARE-SORT-FILE AT END
                GO TO MIM-RETURN-DONE.

        IF COMPARE-KEY IS NOT EQUAL TO PREVIOUS-KEY
                PERFORM DECIDE-KEY-GROUP,
                MOVE COMPARE-KEY TO PREVIOUS-KEY,
                MOVE 0 TO GROUP-INDEX-QUANTITY,
                MOVE 0 TO GROUP-MASTER-QUANTITY,
                MOVE 'N' TO INDEX-SEEN-SWITCH,
                MOVE 'N' TO MASTER-SEEN-SWITCH,
                MOVE 'N' TO GROUP-DECIDED-SWITCH,
                MOVE 'N' TO GROUP-DIFFERS-SWITCH,
                MOVE 'Y' TO GROUP-HELD-SWITCH.

        IF CMP-FROM-INDEX
                MOVE 'Y' TO INDEX-SEEN-SWITCH,
                ADD CMP-QUANTITY TO GROUP-INDEX-QUANTITY.
        IF CMP-FROM-MASTER
                MOVE 'Y' TO MASTER-SEEN-SWITCH,
                ADD CMP-QUANTITY TO GROUP-MASTER-QUANTITY.

*       THE SUSPENSE TRADES SORT BEHIND BOTH SIDES OF THEIR KEY, SO
*       BY THE FIRST OF THEM THE KEY CAN BE DECIDED AND ITS LINE
*       PRINTED, WITH THE TRADES LISTED UNDER IT.
        IF CMP-FROM-SUSPENSE
                PERFORM DECIDE-KEY-GROUP,
                PERFORM LIST-SUSPENSE-TRADE.
        GO TO MIM-RETURN-LOOP.

MIM-RETURN-DONE.
        PERFORM DECIDE-KEY-GROUP.

END-MATCH-INDEX-TO-MASTER.  EXIT.


DECIDE-KEY-GROUP SECTION.
DKG-START.
*       DECIDE THE KEY GROUP IN HAND, ONCE.  BOTH SIDES CARRYING THE
*       SAME QUANTITY AGREE; ANYTHING ELSE IS A DIFFERENCE, PRINTED
*       WITH BOTH SIDES' QUANTITIES - A SIDE THAT DOES NOT CARRY THE
*       POSITION PRINTS AS ZERO, AND THE DIFFERENCE IS THE INTRADAY
*       QUANTITY LESS THE MASTER'S.  A KEY WITH NEITHER SIDE IS A
*       SUSPENSE TRADE FOR A POSITION NOBODY HOLDS.
        IF NOT GROUP-HELD
                GO TO DKG-EXIT.
        IF GROUP-DECIDED
                GO TO DKG-EXIT.
        MOVE 'Y' TO GROUP-DECIDED-SWITCH.

        SUBTRACT GROUP-MASTER-QUANTITY FROM GROUP-INDEX-QUANTITY
                GIVING GROUP-DIFFERENCE.

        IF INDEX-SEEN AND MASTER-SEEN AND
           GROUP-DIFFERENCE IS EQUAL TO ZERO
                ADD 1 TO MATCHED-COUNT,
                GO TO DKG-EXIT.

        MOVE 'Y' TO GROUP-DIFFERS-SWITCH.
        MOVE SPACES TO PRINT-LINE.
        MOVE PRV-FIELD-1B TO PL-STOCK-FIELD.
        MOVE PRV-FIELD-2-TAG TO PL-FIELD-2-TAG.
        MOVE PRV-CODE TO PL-OPTION-CODE.
        MOVE PRV-FIELD-4-1-YY TO PL-DATE-1 (1 : 2).
        MOVE PRV-FIELD-4-1 TO PL-DATE-1 (3 : 4).
        MOVE PRV-FIELD-4-2-YY TO PL-DATE-2 (1 : 2).
        MOVE PRV-FIELD-4-2 TO PL-DATE-2 (3 : 4).
        MOVE PRV-ACCOUNT TO PL-ACCOUNT.
        MOVE GROUP-INDEX-QUANTITY TO PL-INTRADAY-QUANTITY.
        MOVE GROUP-MASTER-QUANTITY TO PL-MASTER-QUANTITY.
        MOVE GROUP-DIFFERENCE TO PL-DIFFERENCE.

        IF NOT INDEX-SEEN AND NOT MASTER-SEEN
                ADD 1 TO SUSPENSE-ONLY-COUNT,
                MOVE 'SUSPENSE ONLY' TO PL-STATUS,
                GO TO DKG-PRINT.

        ADD 1 TO DIFFERENCE-COUNT.
        IF INDEX-SEEN AND MASTER-SEEN
                ADD 1 TO QUANTITY-DIFF-COUNT,
                MOVE 'QUANTITY DIFFERS' TO PL-STATUS.
        IF INDEX-SEEN AND NOT MASTER-SEEN
                ADD 1 TO INDEX-ONLY-COUNT,
                MOVE 'INTRADAY ONLY' TO PL-STATUS.
        IF MASTER-SEEN AND NOT INDEX-SEEN
                ADD 1 TO MASTER-ONLY-COUNT,
                MOVE 'MASTER ONLY' TO PL-STATUS.

DKG-PRINT.
        PERFORM PRINT-DETAIL-LINE.

DKG-EXIT.  EXIT.


LIST-SUSPENSE-TRADE SECTION.
LST-START.
*       A SUSPENSE TRADE ON A KEY THAT DIFFERS IS LISTED UNDER IT,
*       SIGNED THE WAY IT WOULD HAVE MOVED THE POSITION.  ON A KEY
*       THAT AGREES THE TRADE HAS BEEN RESOLVED AND IS ONLY COUNTED.
        IF NOT GROUP-DIFFERS
                ADD 1 TO SUSPENSE-AGREED-COUNT,
                GO TO LST-EXIT.

        ADD 1 TO SUSPENSE-LISTED-COUNT.
        IF CMP-TRADE-REDUCES
                SUBTRACT CMP-QUANTITY FROM 0
                        GIVING SIGNED-TRADE-QUANTITY
        ELSE
                MOVE CMP-QUANTITY TO SIGNED-TRADE-QUANTITY.

        MOVE SPACES TO PRINT-LINE.
        MOVE CMP-ACCOUNT TO PL-ACCOUNT.
        MOVE SIGNED-TRADE-QUANTITY TO PL-DIFFERENCE.
        MOVE '  SUSPENSE TRADE' TO PL-STATUS.
        PERFORM PRINT-DETAIL-LINE.

LST-EXIT.  EXIT.


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
        IF DIFFERENCE-COUNT IS EQUAL TO 0 AND
           SUSPENSE-ONLY-COUNT IS EQUAL TO 0
                MOVE '  NO DIFFERENCES - INDEX AGREES WITH THE MASTER'
                        TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        MOVE 'INDEX POSITIONS READ' TO SL-LABEL.
        MOVE INDEX-RECORD-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'MASTER POSITIONS READ' TO SL-LABEL.
        MOVE MASTER-RECORD-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'SUSPENSE TRADES READ' TO SL-LABEL.
        MOVE SUSPENSE-RECORD-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'POSITIONS AGREED' TO SL-LABEL.
        MOVE MATCHED-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'QUANTITY DIFFERENCES' TO SL-LABEL.
        MOVE QUANTITY-DIFF-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'ON INTRADAY INDEX ONLY' TO SL-LABEL.
        MOVE INDEX-ONLY-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'ON NIGHTLY MASTER ONLY' TO SL-LABEL.
        MOVE MASTER-ONLY-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'SUSPENSE TRADES LISTED' TO SL-LABEL.
        MOVE SUSPENSE-LISTED-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'SUSPENSE KEYS WITH NO POSITION' TO SL-LABEL.
        MOVE SUSPENSE-ONLY-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

        MOVE 'SUSPENSE TRADES AT AGREED KEYS' TO SL-LABEL.
        MOVE SUSPENSE-AGREED-COUNT TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.


PRINT-REPORT-HEADER SECTION.
PRH-START.
        IF PAGE-NUMBER IS NOT EQUAL TO ZERO
                MOVE SPACES TO PRINT-LINE,
                WRITE PRINT-LINE AFTER ADVANCING PAGE.

        ADD 1 TO PAGE-NUMBER.
        MOVE ZERO TO LINE-COUNT.

        MOVE SPACES TO PRINT-LINE.
        STRING 'INTRADAY INDEX TO NIGHTLY MASTER COMPARE   '
                                              DELIMITED BY SIZE
               'PAGE '                        DELIMITED BY SIZE
               PAGE-NUMBER                    DELIMITED BY SIZE
               INTO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        STRING '  STOCK  TAG    OPT  4-1     4-2     ACCOUNT'
                                              DELIMITED BY SIZE
               '     INTRADAY     MASTER       DIFF    STATUS'
                                              DELIMITED BY SIZE
               INTO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        ADD 4 TO LINE-COUNT.
