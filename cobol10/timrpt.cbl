ID DIVISION.
PROGRAM-ID.  TIMRPT.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
OBJECT-COMPUTER.  PDP-10 MEMORY 25 MODULES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

        SELECT RUNLOG-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT PRINT-FILE ASSIGN TO LPT.

DATA DIVISION.
FILE SECTION.

*       RUNLOG-FILE IS THE CUMULATIVE RUN JOURNAL THE WHOLE SYSTEM
*       APPENDS TO.  THE LAYOUT HERE MATCHES RUNLOG-RECORD IN SORTER.
*       EVERY PROGRAM BRACKETS ITS RUN WITH RUNSTART AND RUNEND, THE
*       RUNEND CARRYING THE PROGRAM'S OWN RECORD COUNT, AND POSDRV
*       BRACKETS EACH CHAIN STEP WITH STEPGO AND STEPOK, CARRYING
*       THE STEP NAME IN RL-FILE-NAME AND THE STEP NUMBER IN
*       RL-COUNT.

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

FD  PRINT-FILE
    VALUE OF ID IS PRINT-FILE-NAME.
01  PRINT-LINE.
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  PL-DETAIL           PIC X(90).
        05  FILLER              PIC X(40) VALUE SPACES.

WORKING-STORAGE SECTION.

77  RUNLOG-FILE-NAME             PIC X(9) VALUE 'RUNLOG'.
77  PRINT-FILE-NAME              PIC X(9) VALUE 'TIMRPT'.

77  WAIT-TIME   COMP-1 VALUE IS 5.
77  MAX-OPEN-TRIES              PIC 9(2) VALUE IS 5.
77  OPEN-TRY-COUNT              PIC 9(2) VALUE IS 0.

*       THE DATE RANGE SELECTS THE NIGHTS REPORTED, EITHER END OF
*       WHICH MAY BE LEFT BLANK, THE SAME AS IN LOGRPT.  THE WHOLE
*       JOURNAL IS STILL READ, SO THE RUNS BEFORE THE RANGE FEED THE
*       RECENT AVERAGE THE FIRST NIGHTS IN IT ARE MEASURED AGAINST.

01  FROM-DATE-ANSWER             PIC X(6) VALUE SPACES.
01  FROM-DATE-VALUE  REDEFINES FROM-DATE-ANSWER
                                 PIC 9(6).
01  TO-DATE-ANSWER               PIC X(6) VALUE SPACES.
01  TO-DATE-VALUE    REDEFINES TO-DATE-ANSWER
                                 PIC 9(6).

*       A TIMED RUN IS FLAGGED WHEN IT TAKES LONGER THAN THRESHOLD
*       PERCENT OF THE AVERAGE OF THE SAME PROGRAM'S LAST RECENT-RUNS
*       RUNS.  A RUN SHORTER THAN MIN-FLAG-SECONDS IS NEVER FLAGGED -
*       A JOB THAT TAKES FOUR SECONDS INSTEAD OF TWO IS NO THREAT TO
*       THE WINDOW.

01  THRESHOLD-ANSWER             PIC X(3) VALUE SPACES.
01  THRESHOLD-PERCENT  REDEFINES THRESHOLD-ANSWER
                                 PIC 9(3).
01  RECENT-RUNS-ANSWER           PIC X(2) VALUE SPACES.
01  RECENT-RUNS  REDEFINES RECENT-RUNS-ANSWER
                                 PIC 9(2).
77  MAX-RECENT-RUNS              PIC 9(2) VALUE 20.
77  MIN-FLAG-SECONDS             PIC 9(6) USAGE IS COMPUTATIONAL
        VALUE 60.

77  PAGE-NUMBER                  PIC 9(4) VALUE 0.
77  LINE-COUNT                   PIC 9(3) VALUE 0.
77  MAX-LINES-PER-PAGE           PIC 9(3) VALUE 55.

*       ONE ENTRY PER PROGRAM RUN ('R') AND PER POSDRV CHAIN STEP
*       ('S') SEEN ON THE JOURNAL.  AN ENTRY HOLDS THE START OF THE
*       RUN NOW OPEN, IF ANY, THE ELAPSED TIMES OF ITS LAST RUNS IN
*       A RING FOR THE RECENT AVERAGE, AND THE TOTALS FOR THE NIGHTS
*       IN THE RANGE.  THE BOUND GETS THE SAME OPERATOR STOP THE
*       CORRECTION TABLE GETS IN POSCOR.

77  MAX-PROGRAMS                 PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 100.
77  PROGRAM-COUNT                PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
77  PROGRAM-SUBSCRIPT            PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
77  RING-SUBSCRIPT               PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
01  PROGRAM-TABLE.
        05  PROGRAM-ENTRY OCCURS 100 TIMES.
            10  PGT-KIND             PIC X.
            10  PGT-NAME             PIC X(6).
            10  PGT-OPEN-SWITCH      PIC X.
            10  PGT-START-DATE       PIC 9(6).
            10  PGT-START-TIME       PIC 9(6).
            10  PGT-START-COUNT      PIC 9(6).
            10  PGT-RECENT-COUNT     PIC 9(4) USAGE IS COMPUTATIONAL.
            10  PGT-RECENT-NEXT      PIC 9(4) USAGE IS COMPUTATIONAL.
            10  PGT-RECENT-SECONDS   PIC 9(6) USAGE IS COMPUTATIONAL
                    OCCURS 20 TIMES.
            10  PGT-RUN-COUNT        PIC 9(6) USAGE IS COMPUTATIONAL.
            10  PGT-TOTAL-SECONDS    PIC 9(9) USAGE IS COMPUTATIONAL.
            10  PGT-LONGEST-SECONDS  PIC 9(6) USAGE IS COMPUTATIONAL.
            10  PGT-LONGEST-DATE     PIC 9(6).
            10  PGT-FLAGGED-COUNT    PIC 9(6) USAGE IS COMPUTATIONAL.
            10  PGT-NO-END-COUNT     PIC 9(6) USAGE IS COMPUTATIONAL.

*       THE EVENT IN HAND, REDUCED TO WHAT THE PAIRING NEEDS.

77  EVENT-KIND                   PIC X VALUE SPACE.
        88  EVENT-IS-RUN             VALUE 'R'.
        88  EVENT-IS-STEP            VALUE 'S'.
77  EVENT-NAME                   PIC X(6) VALUE SPACES.

01  TIME-BREAKDOWN.
        05  TB-HH                PIC 99.
        05  TB-MM                PIC 99.
        05  TB-SS                PIC 99.
77  CONVERTED-SECONDS            PIC 9(6) USAGE IS COMPUTATIONAL
        VALUE 0.
77  MINUTE-SECONDS               PIC 9(6) USAGE IS COMPUTATIONAL
        VALUE 0.
77  START-SECONDS                PIC 9(6) USAGE IS COMPUTATIONAL
        VALUE 0.
77  END-SECONDS                  PIC 9(6) USAGE IS COMPUTATIONAL
        VALUE 0.
77  ELAPSED-SECONDS              PIC 9(6) USAGE IS COMPUTATIONAL
        VALUE 0.
77  RECENT-TOTAL                 PIC 9(9) USAGE IS COMPUTATIONAL
        VALUE 0.
77  RECENT-AVERAGE               PIC 9(6) USAGE IS COMPUTATIONAL
        VALUE 0.
77  ELAPSED-TIMES-100            PIC 9(9) USAGE IS COMPUTATIONAL
        VALUE 0.
77  PERCENT-OF-AVERAGE           PIC 9(9) USAGE IS COMPUTATIONAL
        VALUE 0.
77  SUMMARY-AVERAGE              PIC 9(6) USAGE IS COMPUTATIONAL
        VALUE 0.

77  FORMAT-SECONDS               PIC 9(6) USAGE IS COMPUTATIONAL
        VALUE 0.
77  REMAINING-SECONDS            PIC 9(6) USAGE IS COMPUTATIONAL
        VALUE 0.
01  ELAPSED-EDIT.
        05  EE-HH                PIC 99.
        05  FILLER               PIC X VALUE ':'.
        05  EE-MM                PIC 99.
        05  FILLER               PIC X VALUE ':'.
        05  EE-SS                PIC 99.

77  JOURNAL-RECORD-COUNT         PIC 9(6) USAGE IS COMPUTATIONAL
        VALUE 0.
77  TIMED-COUNT                  PIC 9(6) USAGE IS COMPUTATIONAL
        VALUE 0.
77  FLAGGED-COUNT                PIC 9(6) USAGE IS COMPUTATIONAL
        VALUE 0.
77  NO-END-COUNT                 PIC 9(6) USAGE IS COMPUTATIONAL
        VALUE 0.
77  UNPAIRED-END-COUNT           PIC 9(6) USAGE IS COMPUTATIONAL
        VALUE 0.

01  TIMING-LINE.
        05  TL-DATE              PIC 9(6).
        05  FILLER               PIC X.
        05  TL-TIME              PIC 9(6).
        05  FILLER               PIC X.
        05  TL-KIND              PIC X(4).
        05  FILLER               PIC X.
        05  TL-PROGRAM           PIC X(6).
        05  FILLER               PIC X(2).
        05  TL-ELAPSED           PIC X(8).
        05  FILLER               PIC X(2).
        05  TL-COUNT-AREA        PIC X(6).
        05  TL-COUNT  REDEFINES TL-COUNT-AREA
                                 PIC ZZZZZ9.
        05  FILLER               PIC X(2).
        05  TL-AVERAGE           PIC X(8).
        05  FILLER               PIC X(2).
        05  TL-PERCENT-AREA      PIC X(4).
        05  TL-PERCENT  REDEFINES TL-PERCENT-AREA
                                 PIC ZZZ9.
        05  FILLER               PIC X(2).
        05  TL-FLAG              PIC X(22).

01  SUMMARY-LINE.
        05  SML-KIND             PIC X(4).
        05  FILLER               PIC X.
        05  SML-PROGRAM          PIC X(6).
        05  FILLER               PIC X(2).
        05  SML-RUNS             PIC ZZZZ9.
        05  FILLER               PIC X(2).
        05  SML-AVERAGE          PIC X(8).
        05  FILLER               PIC X(2).
        05  SML-LONGEST          PIC X(8).
        05  FILLER               PIC X(2).
        05  SML-LONGEST-DATE     PIC 9(6).
        05  FILLER               PIC X(2).
        05  SML-FLAGGED          PIC ZZZZ9.
        05  FILLER               PIC X(2).
        05  SML-NO-END           PIC ZZZZ9.



PROCEDURE DIVISION.
DECLARATIVES.

RUNLOG-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON RUNLOG-FILE OPEN.

RUNLOG-OPEN-RECOVERY.
*       RETRY THE OPEN A BOUNDED NUMBER OF TIMES, PAUSING WAIT-TIME
*       SECONDS BETWEEN TRIES, BEFORE GIVING UP AND TELLING THE
*       OPERATOR THE JOB IS DEAD.
        ADD 1 TO OPEN-TRY-COUNT.
        IF OPEN-TRY-COUNT IS GREATER THAN MAX-OPEN-TRIES
                DISPLAY 'TIMRPT - OPERATOR ATTENTION - RUNLOG-FILE '
                        RUNLOG-FILE-NAME ' WILL NOT OPEN AFTER '
                        OPEN-TRY-COUNT ' TRIES - JOB TERMINATED',
                STOP RUN.

        DISPLAY 'TIMRPT - RUNLOG-FILE ' RUNLOG-FILE-NAME
                ' OPEN FAILED - RETRY ' OPEN-TRY-COUNT ' OF '
                MAX-OPEN-TRIES ' IN ' WAIT-TIME ' SECONDS'.

        CALL 'SLEEP' USING WAIT-TIME.

        ADD 1 TO WAIT-TIME.

        OPEN INPUT RUNLOG-FILE.

END DECLARATIVES.


MAIN-LINE SECTION.
MAIN-LINE-START.
        DISPLAY 'FROM DATE (YYMMDD, BLANK FOR ALL): '
                WITH NO ADVANCING.
        ACCEPT FROM-DATE-ANSWER.
        IF FROM-DATE-ANSWER IS EQUAL TO SPACES
                MOVE 000000 TO FROM-DATE-VALUE.

        DISPLAY 'TO   DATE (YYMMDD, BLANK FOR ALL): '
                WITH NO ADVANCING.
        ACCEPT TO-DATE-ANSWER.
        IF TO-DATE-ANSWER IS EQUAL TO SPACES
                MOVE 999999 TO TO-DATE-VALUE.

        IF FROM-DATE-VALUE IS NOT NUMERIC OR
           TO-DATE-VALUE IS NOT NUMERIC
                DISPLAY 'TIMRPT - DATES MUST BE YYMMDD - '
                        'JOB TERMINATED',
                STOP RUN.

        DISPLAY 'FLAG AT PERCENT OF AVERAGE (3 DIGITS, BLANK FOR '
                '150): ' WITH NO ADVANCING.
        ACCEPT THRESHOLD-ANSWER.
        IF THRESHOLD-ANSWER IS EQUAL TO SPACES
                MOVE 150 TO THRESHOLD-PERCENT.

        DISPLAY 'RECENT RUNS TO AVERAGE (2 DIGITS, BLANK FOR 05): '
                WITH NO ADVANCING.
        ACCEPT RECENT-RUNS-ANSWER.
        IF RECENT-RUNS-ANSWER IS EQUAL TO SPACES
                MOVE 05 TO RECENT-RUNS.

        IF THRESHOLD-PERCENT IS NOT NUMERIC OR
           RECENT-RUNS IS NOT NUMERIC
                DISPLAY 'TIMRPT - THRESHOLD AND RECENT RUNS MUST BE '
                        'DIGITS - JOB TERMINATED',
                STOP RUN.

        IF RECENT-RUNS IS EQUAL TO 0 OR
           RECENT-RUNS IS GREATER THAN MAX-RECENT-RUNS
                DISPLAY 'TIMRPT - RECENT RUNS MUST BE 01 TO '
                        MAX-RECENT-RUNS ' - JOB TERMINATED',
                STOP RUN.

        OPEN OUTPUT PRINT-FILE.
        MOVE 0 TO OPEN-TRY-COUNT.
        MOVE 5 TO WAIT-TIME.
        OPEN INPUT RUNLOG-FILE.
        PERFORM PRINT-REPORT-HEADER.

REPORT-LOOP.
        READ RUNLOG-FILE AT END
                GO TO REPORT-DONE.

        IF RUNLOG-RECORD IS EQUAL TO SPACES
                GO TO REPORT-LOOP.

        ADD 1 TO JOURNAL-RECORD-COUNT.

        IF RL-EVENT IS EQUAL TO 'RUNSTART'
                MOVE 'R' TO EVENT-KIND,
                MOVE RL-PROGRAM TO EVENT-NAME,
                PERFORM OPEN-INTERVAL,
                GO TO REPORT-LOOP.

        IF RL-EVENT IS EQUAL TO 'RUNEND'
                MOVE 'R' TO EVENT-KIND,
                MOVE RL-PROGRAM TO EVENT-NAME,
                PERFORM CLOSE-INTERVAL,
                GO TO REPORT-LOOP.

        IF RL-EVENT IS EQUAL TO 'STEPGO'
                MOVE 'S' TO EVENT-KIND,
                MOVE RL-FILE-NAME TO EVENT-NAME,
                PERFORM OPEN-INTERVAL,
                GO TO REPORT-LOOP.

        IF RL-EVENT IS EQUAL TO 'STEPOK'
                MOVE 'S' TO EVENT-KIND,
                MOVE RL-FILE-NAME TO EVENT-NAME,
                PERFORM CLOSE-INTERVAL.
        GO TO REPORT-LOOP.

REPORT-DONE.
        CLOSE RUNLOG-FILE.

*       WHATEVER IS STILL OPEN AT THE END OF THE JOURNAL NEVER LOGGED
*       ITS END - OR IS RUNNING NOW, WHICH THE LINE ALSO COVERS.
        IF PROGRAM-COUNT IS EQUAL TO 0
                GO TO REPORT-SUMMARY.
        MOVE 1 TO PROGRAM-SUBSCRIPT.

REPORT-OPEN-LOOP.
        IF PGT-OPEN-SWITCH (PROGRAM-SUBSCRIPT) IS EQUAL TO 'Y'
                PERFORM REPORT-NO-END.
        ADD 1 TO PROGRAM-SUBSCRIPT.
        IF PROGRAM-SUBSCRIPT IS NOT GREATER THAN PROGRAM-COUNT
                GO TO REPORT-OPEN-LOOP.

REPORT-SUMMARY.
        PERFORM PRINT-PROGRAM-SUMMARY.
        CLOSE PRINT-FILE.

        DISPLAY 'TIMRPT - ' JOURNAL-RECORD-COUNT ' JOURNAL RECORDS '
                'READ, ' TIMED-COUNT ' RUNS TIMED IN RANGE'.
        DISPLAY 'TIMRPT - ' FLAGGED-COUNT ' RUN(S) OVER THRESHOLD, '
                NO-END-COUNT ' RUN(S) WITH NO END LOGGED'.
        IF UNPAIRED-END-COUNT IS GREATER THAN 0
                DISPLAY 'TIMRPT - ' UNPAIRED-END-COUNT ' END EVENT(S) '
                        'WITH NO START BEFORE THEM - NOT TIMED'.
        STOP RUN.


FIND-PROGRAM-ENTRY SECTION.
FPE-START.
*       FIND THE EVENT'S PROGRAM OR STEP IN THE TABLE, ADDING IT THE
*       FIRST TIME IT IS SEEN.
        MOVE 1 TO PROGRAM-SUBSCRIPT.
        IF PROGRAM-COUNT IS EQUAL TO 0
                GO TO FPE-ADD.

FPE-LOOP.
        IF PGT-KIND (PROGRAM-SUBSCRIPT) IS EQUAL TO EVENT-KIND AND
           PGT-NAME (PROGRAM-SUBSCRIPT) IS EQUAL TO EVENT-NAME
                GO TO FPE-EXIT.

        ADD 1 TO PROGRAM-SUBSCRIPT.
        IF PROGRAM-SUBSCRIPT IS NOT GREATER THAN PROGRAM-COUNT
                GO TO FPE-LOOP.

FPE-ADD.
        ADD 1 TO PROGRAM-COUNT.
        IF PROGRAM-COUNT IS GREATER THAN MAX-PROGRAMS
                DISPLAY 'TIMRPT - OPERATOR ATTENTION - JOURNAL '
                        RUNLOG-FILE-NAME ' NAMES MORE THAN '
                        MAX-PROGRAMS ' PROGRAMS - JOB TERMINATED',
                STOP RUN.

        MOVE PROGRAM-COUNT TO PROGRAM-SUBSCRIPT.
        MOVE EVENT-KIND TO PGT-KIND (PROGRAM-SUBSCRIPT).
        MOVE EVENT-NAME TO PGT-NAME (PROGRAM-SUBSCRIPT).
        MOVE 'N' TO PGT-OPEN-SWITCH (PROGRAM-SUBSCRIPT).
        MOVE 0 TO PGT-START-DATE (PROGRAM-SUBSCRIPT).
        MOVE 0 TO PGT-START-TIME (PROGRAM-SUBSCRIPT).
        MOVE 0 TO PGT-START-COUNT (PROGRAM-SUBSCRIPT).
        MOVE 0 TO PGT-RECENT-COUNT (PROGRAM-SUBSCRIPT).
        MOVE 1 TO PGT-RECENT-NEXT (PROGRAM-SUBSCRIPT).
        MOVE 0 TO PGT-RUN-COUNT (PROGRAM-SUBSCRIPT).
        MOVE 0 TO PGT-TOTAL-SECONDS (PROGRAM-SUBSCRIPT).
        MOVE 0 TO PGT-LONGEST-SECONDS (PROGRAM-SUBSCRIPT).
        MOVE 0 TO PGT-LONGEST-DATE (PROGRAM-SUBSCRIPT).
        MOVE 0 TO PGT-FLAGGED-COUNT (PROGRAM-SUBSCRIPT).
        MOVE 0 TO PGT-NO-END-COUNT (PROGRAM-SUBSCRIPT).

FPE-EXIT.  EXIT.


OPEN-INTERVAL SECTION.
OPI-START.
*       A START EVENT OPENS A RUN.  A RUN STILL OPEN FROM AN EARLIER
*       START NEVER LOGGED ITS END - IT IS REPORTED BEFORE THE NEW
*       ONE TAKES ITS PLACE.
        PERFORM FIND-PROGRAM-ENTRY.

        IF PGT-OPEN-SWITCH (PROGRAM-SUBSCRIPT) IS EQUAL TO 'Y'
                PERFORM REPORT-NO-END.

        MOVE 'Y' TO PGT-OPEN-SWITCH (PROGRAM-SUBSCRIPT).
        MOVE RL-DATE TO PGT-START-DATE (PROGRAM-SUBSCRIPT).
        MOVE RL-TIME TO PGT-START-TIME (PROGRAM-SUBSCRIPT).
        MOVE RL-COUNT TO PGT-START-COUNT (PROGRAM-SUBSCRIPT).

OPI-EXIT.  EXIT.


CLOSE-INTERVAL SECTION.
CLI-START.
*       AN END EVENT CLOSES THE RUN OPEN FOR THE SAME PROGRAM OR
*       STEP.  THE ELAPSED TIME IS MEASURED AGAINST THE AVERAGE OF
*       THE RUNS BEFORE IT, THEN JOINS THEM.  AN END WITH NOTHING
*       OPEN IS COUNTED AND LEFT UNTIMED.
        PERFORM FIND-PROGRAM-ENTRY.

        IF PGT-OPEN-SWITCH (PROGRAM-SUBSCRIPT) IS NOT EQUAL TO 'Y'
                ADD 1 TO UNPAIRED-END-COUNT,
                GO TO CLI-EXIT.

        MOVE 'N' TO PGT-OPEN-SWITCH (PROGRAM-SUBSCRIPT).

*       A RUN THAT STARTS BEFORE MIDNIGHT AND ENDS AFTER IT ENDS ON A
*       LATER DATE - ITS END IS A DAY FURTHER ON.  NO STEP RUNS FOR A
*       WHOLE DAY, SO ONE DAY IS ALL THAT IS EVER ADDED.
        MOVE PGT-START-TIME (PROGRAM-SUBSCRIPT) TO TIME-BREAKDOWN.
        PERFORM TIME-TO-SECONDS.
        MOVE CONVERTED-SECONDS TO START-SECONDS.
        MOVE RL-TIME TO TIME-BREAKDOWN.
        PERFORM TIME-TO-SECONDS.
        MOVE CONVERTED-SECONDS TO END-SECONDS.
        IF RL-DATE IS NOT EQUAL TO PGT-START-DATE (PROGRAM-SUBSCRIPT)
                ADD 86400 TO END-SECONDS.

        MOVE 0 TO ELAPSED-SECONDS.
        IF END-SECONDS IS GREATER THAN START-SECONDS
                SUBTRACT START-SECONDS FROM END-SECONDS
                        GIVING ELAPSED-SECONDS.

        PERFORM COMPUTE-RECENT-AVERAGE.

        MOVE 0 TO PERCENT-OF-AVERAGE.
        IF RECENT-AVERAGE IS GREATER THAN 0
                MULTIPLY ELAPSED-SECONDS BY 100
                        GIVING ELAPSED-TIMES-100,
                DIVIDE RECENT-AVERAGE INTO ELAPSED-TIMES-100
                        GIVING PERCENT-OF-AVERAGE.

        IF PGT-START-DATE (PROGRAM-SUBSCRIPT) IS LESS THAN
                FROM-DATE-VALUE
                GO TO CLI-REMEMBER.
        IF PGT-START-DATE (PROGRAM-SUBSCRIPT) IS GREATER THAN
                TO-DATE-VALUE
                GO TO CLI-REMEMBER.

        ADD 1 TO TIMED-COUNT.
        ADD 1 TO PGT-RUN-COUNT (PROGRAM-SUBSCRIPT).
        ADD ELAPSED-SECONDS TO PGT-TOTAL-SECONDS (PROGRAM-SUBSCRIPT).
        IF ELAPSED-SECONDS IS GREATER THAN
                PGT-LONGEST-SECONDS (PROGRAM-SUBSCRIPT)
                MOVE ELAPSED-SECONDS TO
                        PGT-LONGEST-SECONDS (PROGRAM-SUBSCRIPT),
                MOVE PGT-START-DATE (PROGRAM-SUBSCRIPT) TO
                        PGT-LONGEST-DATE (PROGRAM-SUBSCRIPT).

        PERFORM START-TIMING-LINE.
        MOVE ELAPSED-SECONDS TO FORMAT-SECONDS.
        PERFORM FORMAT-ELAPSED.
        MOVE ELAPSED-EDIT TO TL-ELAPSED.
        MOVE RL-COUNT TO TL-COUNT.

        IF RECENT-AVERAGE IS GREATER THAN 0
                MOVE RECENT-AVERAGE TO FORMAT-SECONDS,
                PERFORM FORMAT-ELAPSED,
                MOVE ELAPSED-EDIT TO TL-AVERAGE,
                MOVE PERCENT-OF-AVERAGE TO TL-PERCENT.
        IF PERCENT-OF-AVERAGE IS GREATER THAN 9999
                MOVE 9999 TO TL-PERCENT.

        IF PERCENT-OF-AVERAGE IS GREATER THAN THRESHOLD-PERCENT AND
           ELAPSED-SECONDS IS NOT LESS THAN MIN-FLAG-SECONDS
                MOVE '*** OVER THRESHOLD' TO TL-FLAG,
                ADD 1 TO FLAGGED-COUNT,
                ADD 1 TO PGT-FLAGGED-COUNT (PROGRAM-SUBSCRIPT).

        PERFORM PRINT-TIMING-LINE.

CLI-REMEMBER.
*       THE RUN JOINS THE RING OF RECENT RUNS, OVERWRITING THE
*       OLDEST ONCE THE RING IS FULL.
        MOVE PGT-RECENT-NEXT (PROGRAM-SUBSCRIPT) TO RING-SUBSCRIPT.
        MOVE ELAPSED-SECONDS TO
                PGT-RECENT-SECONDS (PROGRAM-SUBSCRIPT, RING-SUBSCRIPT).
        IF PGT-RECENT-COUNT (PROGRAM-SUBSCRIPT) IS LESS THAN
                RECENT-RUNS
                ADD 1 TO PGT-RECENT-COUNT (PROGRAM-SUBSCRIPT).
        ADD 1 TO RING-SUBSCRIPT.
        IF RING-SUBSCRIPT IS GREATER THAN RECENT-RUNS
                MOVE 1 TO RING-SUBSCRIPT.
        MOVE RING-SUBSCRIPT TO PGT-RECENT-NEXT (PROGRAM-SUBSCRIPT).

CLI-EXIT.  EXIT.


COMPUTE-RECENT-AVERAGE SECTION.
CRA-START.
*       AVERAGE THE RUNS IN THE RING - FEWER THAN RECENT-RUNS UNTIL
*       THE PROGRAM HAS RUN THAT OFTEN.  A PROGRAM'S FIRST RUN HAS
*       NOTHING TO BE MEASURED AGAINST.
        MOVE 0 TO RECENT-TOTAL.
        MOVE 0 TO RECENT-AVERAGE.
        IF PGT-RECENT-COUNT (PROGRAM-SUBSCRIPT) IS EQUAL TO 0
                GO TO CRA-EXIT.
        MOVE 1 TO RING-SUBSCRIPT.

CRA-LOOP.
        ADD PGT-RECENT-SECONDS (PROGRAM-SUBSCRIPT, RING-SUBSCRIPT)
                TO RECENT-TOTAL.
        ADD 1 TO RING-SUBSCRIPT.
        IF RING-SUBSCRIPT IS NOT GREATER THAN
                PGT-RECENT-COUNT (PROGRAM-SUBSCRIPT)
                GO TO CRA-LOOP.

        DIVIDE PGT-RECENT-COUNT (PROGRAM-SUBSCRIPT) INTO RECENT-TOTAL
                GIVING RECENT-AVERAGE ROUNDED.

CRA-EXIT.  EXIT.


REPORT-NO-END SECTION.
RNE-START.
*       A RUN THAT STARTED AND NEVER LOGGED ITS END.  A STEP SHOWS
*       THE STEP NUMBER POSDRV GAVE IT AT LAUNCH.
        MOVE 'N' TO PGT-OPEN-SWITCH (PROGRAM-SUBSCRIPT).

        IF PGT-START-DATE (PROGRAM-SUBSCRIPT) IS LESS THAN
                FROM-DATE-VALUE
                GO TO RNE-EXIT.
        IF PGT-START-DATE (PROGRAM-SUBSCRIPT) IS GREATER THAN
                TO-DATE-VALUE
                GO TO RNE-EXIT.

        ADD 1 TO NO-END-COUNT.
        ADD 1 TO PGT-NO-END-COUNT (PROGRAM-SUBSCRIPT).

        PERFORM START-TIMING-LINE.
        IF PGT-KIND (PROGRAM-SUBSCRIPT) IS EQUAL TO 'S'
                MOVE PGT-START-COUNT (PROGRAM-SUBSCRIPT) TO TL-COUNT,
                MOVE '*** NO STEPOK LOGGED' TO TL-FLAG
        ELSE
                MOVE '*** NO RUNEND LOGGED' TO TL-FLAG.
        PERFORM PRINT-TIMING-LINE.

RNE-EXIT.  EXIT.


START-TIMING-LINE SECTION.
STL-START.
        MOVE SPACES TO TIMING-LINE.
        MOVE PGT-START-DATE (PROGRAM-SUBSCRIPT) TO TL-DATE.
        MOVE PGT-START-TIME (PROGRAM-SUBSCRIPT) TO TL-TIME.
        IF PGT-KIND (PROGRAM-SUBSCRIPT) IS EQUAL TO 'S'
                MOVE 'STEP' TO TL-KIND
        ELSE
                MOVE 'RUN' TO TL-KIND.
        MOVE PGT-NAME (PROGRAM-SUBSCRIPT) TO TL-PROGRAM.

STL-EXIT.  EXIT.


PRINT-TIMING-LINE SECTION.
PTL-START.
        IF LINE-COUNT IS GREATER THAN OR EQUAL TO MAX-LINES-PER-PAGE
                PERFORM PRINT-REPORT-HEADER.

        MOVE SPACES TO PRINT-LINE.
        MOVE TIMING-LINE TO PL-DETAIL.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
        ADD 1 TO LINE-COUNT.

PTL-EXIT.  EXIT.


TIME-TO-SECONDS SECTION.
TTS-START.
        MULTIPLY TB-HH BY 3600 GIVING CONVERTED-SECONDS.
        MULTIPLY TB-MM BY 60 GIVING MINUTE-SECONDS.
        ADD MINUTE-SECONDS, TB-SS TO CONVERTED-SECONDS.

TTS-EXIT.  EXIT.


FORMAT-ELAPSED SECTION.
FEL-START.
*       SECONDS AS HH:MM:SS FOR THE PRINTED LINE.
        DIVIDE FORMAT-SECONDS BY 3600 GIVING EE-HH
                REMAINDER REMAINING-SECONDS.
        DIVIDE REMAINING-SECONDS BY 60 GIVING EE-MM
                REMAINDER EE-SS.

FEL-EXIT.  EXIT.


PRINT-REPORT-HEADER SECTION.
PRH-START.
        IF PAGE-NUMBER IS NOT EQUAL TO ZERO
                MOVE SPACES TO PRINT-LINE,
                WRITE PRINT-LINE AFTER ADVANCING PAGE.

        ADD 1 TO PAGE-NUMBER.
        MOVE ZERO TO LINE-COUNT.

        MOVE SPACES TO PRINT-LINE.
        STRING 'NIGHTLY RUN TIMING TREND'    DELIMITED BY SIZE
               '   PAGE '                    DELIMITED BY SIZE
               PAGE-NUMBER                   DELIMITED BY SIZE
               INTO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        STRING 'NIGHTS '                     DELIMITED BY SIZE
               FROM-DATE-VALUE               DELIMITED BY SIZE
               ' TO '                        DELIMITED BY SIZE
               TO-DATE-VALUE                 DELIMITED BY SIZE
               ' - FLAGGED OVER '            DELIMITED BY SIZE
               THRESHOLD-PERCENT             DELIMITED BY SIZE
               ' PERCENT OF THE LAST '       DELIMITED BY SIZE
               RECENT-RUNS                   DELIMITED BY SIZE
               ' RUNS'                       DELIMITED BY SIZE
               INTO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE
  '  DATE   START  KIND PROGRM  ELAPSED    COUNT  RECENT AVG PCT'
                TO PRINT-LINE.
        MOVE 'FLAG' TO PRINT-LINE (64 : 4).
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.


PRINT-PROGRAM-SUMMARY SECTION.
PPS-START.
*       ONE LINE PER PROGRAM AND STEP TIMED IN THE RANGE - HOW OFTEN
*       IT RAN, ITS AVERAGE AND LONGEST RUN AND THE NIGHT OF THE
*       LONGEST, AND HOW OFTEN IT WAS FLAGGED OR NEVER ENDED.
        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING PAGE.
        MOVE 'RUN TIMES BY PROGRAM FOR THE RANGE' TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE
  '  KIND PROGRM   RUNS  AVERAGE   LONGEST   ON DATE FLAGD  NOEND'
                TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        MOVE SPACES TO PRINT-LINE.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

        IF PROGRAM-COUNT IS EQUAL TO 0
                GO TO PPS-EXIT.
        MOVE 1 TO PROGRAM-SUBSCRIPT.

PPS-LOOP.
        IF PGT-RUN-COUNT (PROGRAM-SUBSCRIPT) IS EQUAL TO 0 AND
           PGT-NO-END-COUNT (PROGRAM-SUBSCRIPT) IS EQUAL TO 0
                GO TO PPS-NEXT.

        MOVE SPACES TO SUMMARY-LINE.
        IF PGT-KIND (PROGRAM-SUBSCRIPT) IS EQUAL TO 'S'
                MOVE 'STEP' TO SML-KIND
        ELSE
                MOVE 'RUN' TO SML-KIND.
        MOVE PGT-NAME (PROGRAM-SUBSCRIPT) TO SML-PROGRAM.
        MOVE PGT-RUN-COUNT (PROGRAM-SUBSCRIPT) TO SML-RUNS.

        MOVE 0 TO SUMMARY-AVERAGE.
        IF PGT-RUN-COUNT (PROGRAM-SUBSCRIPT) IS GREATER THAN 0
                DIVIDE PGT-RUN-COUNT (PROGRAM-SUBSCRIPT) INTO
                        PGT-TOTAL-SECONDS (PROGRAM-SUBSCRIPT)
                        GIVING SUMMARY-AVERAGE ROUNDED.
        MOVE SUMMARY-AVERAGE TO FORMAT-SECONDS.
        PERFORM FORMAT-ELAPSED.
        MOVE ELAPSED-EDIT TO SML-AVERAGE.
        MOVE PGT-LONGEST-SECONDS (PROGRAM-SUBSCRIPT) TO FORMAT-SECONDS.
        PERFORM FORMAT-ELAPSED.
        MOVE ELAPSED-EDIT TO SML-LONGEST.
        MOVE PGT-LONGEST-DATE (PROGRAM-SUBSCRIPT) TO SML-LONGEST-DATE.
        MOVE PGT-FLAGGED-COUNT (PROGRAM-SUBSCRIPT) TO SML-FLAGGED.
        MOVE PGT-NO-END-COUNT (PROGRAM-SUBSCRIPT) TO SML-NO-END.

        MOVE SPACES TO PRINT-LINE.
        MOVE SUMMARY-LINE TO PL-DETAIL.
        WRITE PRINT-LINE AFTER ADVANCING 1 LINE.

PPS-NEXT.
        ADD 1 TO PROGRAM-SUBSCRIPT.
        IF PROGRAM-SUBSCRIPT IS NOT GREATER THAN PROGRAM-COUNT
                GO TO PPS-LOOP.

PPS-EXIT.  EXIT.
