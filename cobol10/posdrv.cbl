        SELECT RUNLOG-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT CALENDAR-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT BUSINESS-DATE-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

DATA DIVISION.
FILE SECTION.

*       SCHEDULE-FILE NAMES THE NIGHTLY STEPS IN THE ORDER THEY ARE
*       TO RUN - NORMALLY POSEDT, POSUPD, POSCMP, SORTER, POSUNC,
*       POSRPT, RECON, POSHST, PRCEDT, AND POSCLR.  POSCMP MUST RUN
*       AHEAD OF SORTER, WHICH REPLACES THE INTRADAY INDEX POSCMP
*       COMPARES.  POSUNC READS SORTER'S SORTED MASTER, SO IT MUST
*       FOLLOW SORTER.  POSCLR BALANCES POSCON'S FIRMPS AGAINST THE
*       CLEARING STATEMENT, AND POSCON BUILDS FIRMPS FROM SORTER'S
*       SORTED BRANCH MASTERS, SO POSCLR MUST FOLLOW SORTER TOO, WITH
*       POSCON RUN BEFORE IT.  POSCON IS NOT A CHAIN STEP - UNLESS IT
*       HAS BEEN RUN FOR THE NIGHT, POSCLR BALANCES THE LAST FIRMPS
*       ON FILE, OR STOPS THE CHAIN WHEN THERE IS NONE.  EACH STEP
*       TAKES ITS FILE NAMES FROM THE POSPRM PARAMETER FILE INSTEAD
*       OF THE CONSOLE, SO THE WHOLE CHAIN RUNS WITH NO OPERATOR AT
*       THE KEYBOARD.

FD  SCHEDULE-FILE
    VALUE OF ID IS SCHEDULE-FILE-NAME.
*       THE DRIVER BOTH APPENDS ITS OWN EVENTS AND READS THE JOURNAL
*       BACK - A STEP HAS FINISHED ONLY WHEN ITS RUNEND EVENT IS ON
*       FILE, AND A CHAIN MAY NOT GO ON PAST A STEP THAT NEVER WROTE
*       ONE, PAST A RECON THAT WROTE OUTOFBAL, OR PAST A PRCEDT
*       THAT WROTE EDITFAIL.

FD  RUNLOG-FILE
    VALUE OF ID IS RUNLOG-FILE-NAME.
        05  FILLER              PIC X.
        05  RL-TEXT             PIC X(40).

*       CALENDAR-FILE IS THE TRADING CALENDAR - ONE RECORD PER
*       TRADING DAY OR EXCHANGE HOLIDAY, IN DATE ORDER.  ONLY A DATE
*       ON FILE AS T IS A TRADING DAY; A WEEKEND DATE IS SIMPLY NOT
*       ON FILE, AND THE H RECORDS NAME THE HOLIDAYS FOR WHOEVER
*       KEEPS THE FILE UP.  POSEXP READS THE SAME FILE TO COUNT
*       TRADING DAYS TO EXPIRY.

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

*       BUSINESS-DATE-FILE IS THE ONE-RECORD BUSINESS-DATE CONTROL
*       FILE.  EVERY PROGRAM IN THE CHAIN TAKES ITS PROCESSING DATE
*       FROM BDT-BUSINESS-DATE INSTEAD OF THE CLOCK, AND THE DRIVER
*       ROLLS IT TO THE NEXT TRADING DAY WHEN A CHAIN COMPLETES.  THE
*       PRIOR DATE AND THE CLOCK DATE AND TIME OF THE ROLL ARE KEPT
*       ALONGSIDE SO A BAD ROLL CAN BE TRACED AND SET BACK BY HAND.

FD  BUSINESS-DATE-FILE
    VALUE OF ID IS BUSINESS-DATE-FILE-NAME.
01  BUSINESS-DATE-RECORD.
        05  BDT-BUSINESS-DATE   PIC 9(6).
        05  FILLER              PIC X.
        05  BDT-PRIOR-DATE      PIC 9(6).
        05  FILLER              PIC X.
        05  BDT-ROLLED-DATE     PIC 9(6).
        05  FILLER              PIC X.
        05  BDT-ROLLED-TIME     PIC 9(6).

WORKING-STORAGE SECTION.

77  SCHEDULE-FILE-NAME           PIC X(9) VALUE 'POSSCH'.
77  RUNLOG-MISSING-SWITCH        PIC X VALUE 'N'.
        88  RUNLOG-FILE-MISSING      VALUE 'Y'.

*       THE CHAIN RUNS FOR CURRENT-BUSINESS-DATE, AND ON SUCCESS
*       ROLLS IT TO NEXT-BUSINESS-DATE - THE FIRST TRADING DAY ON THE
*       CALENDAR AFTER IT.  A RUN ON A DATE THE CALENDAR DOES NOT
*       SHOW AS A TRADING DAY NEEDS THE OPERATOR'S OVERRIDE.  THE
*       ROLL ONLY EVER WRITES A TRADING DAY, SO THE CLOCK DATE IS
*       CHECKED AS WELL - A CHAIN STARTED BY HAND ON A WEEKEND OR A
*       HOLIDAY, OR AHEAD OF THE BUSINESS DATE, NEEDS THE OVERRIDE
*       TOO.

77  CALENDAR-FILE-NAME           PIC X(9) VALUE 'POSCAL'.
77  CALENDAR-MISSING-SWITCH      PIC X VALUE 'N'.
        88  CALENDAR-FILE-MISSING    VALUE 'Y'.
77  BUSINESS-DATE-FILE-NAME      PIC X(9) VALUE 'POSBDT'.
77  BUSINESS-DATE-MISSING-SWITCH PIC X VALUE 'N'.
        88  BUSINESS-DATE-FILE-MISSING VALUE 'Y'.

77  CURRENT-BUSINESS-DATE        PIC 9(6) VALUE 0.
77  NEXT-BUSINESS-DATE           PIC 9(6) VALUE 0.
77  TRADING-DAY-SWITCH           PIC X VALUE 'N'.
        88  TRADING-DAY              VALUE 'Y'.
77  CLOCK-DATE                   PIC 9(6) VALUE 0.
77  CLOCK-TRADING-DAY-SWITCH     PIC X VALUE 'N'.
        88  CLOCK-TRADING-DAY        VALUE 'Y'.
77  OVERRIDE-ANSWER              PIC X(8) VALUE SPACES.

01  ROLL-TIME-RAW.
        05  ROLL-TIME-HMS        PIC 9(6).
        05  FILLER               PIC 99.

77  CURRENT-STEP-NAME            PIC X(6) VALUE SPACES.
77  STEP-COUNT                   PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
        88  STEP-ENDED               VALUE 'Y'.
77  STEP-UNBALANCED-SWITCH       PIC X VALUE 'N'.
        88  STEP-OUT-OF-BALANCE      VALUE 'Y'.
77  STEP-EDIT-FAILED-SWITCH      PIC X VALUE 'N'.
        88  STEP-EDIT-FAILED         VALUE 'Y'.

*       JOURNAL EVENTS ARE STAGED HERE, THEN WRITE-RUN-JOURNAL STAMPS
*       AND APPENDS THEM, THE SAME AS SORTER DOES.
                MOVE 'O' TO RUNLOG-OPEN-MODE,
                OPEN OUTPUT RUNLOG-FILE.


CALENDAR-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON CALENDAR-FILE OPEN.

CALENDAR-OPEN-RECOVERY.
*       NO CALENDAR - NO DATE CAN BE SHOWN TO BE A TRADING DAY, SO
*       THE RUN NEEDS THE OPERATOR'S OVERRIDE AND THE DATE CANNOT
*       BE ROLLED.
        MOVE 'Y' TO CALENDAR-MISSING-SWITCH.


BUSINESS-DATE-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON BUSINESS-DATE-FILE OPEN.

BUSINESS-DATE-OPEN-RECOVERY.
*       ON INPUT A MISSING CONTROL RECORD MEANS THE CALENDAR IS NEW -
*       THE CLOCK STANDS IN FOR THE FIRST NIGHT.  THE ROLL AT THE
*       END OF THE CHAIN OPENS IT FOR OUTPUT AND CREATES IT.
        MOVE 'Y' TO BUSINESS-DATE-MISSING-SWITCH.

END DECLARATIVES.


        MOVE 'CHAIN STARTED' TO JRN-TEXT.
        PERFORM WRITE-RUN-JOURNAL.

        ACCEPT CLOCK-DATE FROM DATE.
        PERFORM READ-BUSINESS-DATE.
        PERFORM LOOK-UP-CALENDAR.
        DISPLAY 'POSDRV - BUSINESS DATE ' CURRENT-BUSINESS-DATE.
        IF NOT TRADING-DAY OR
           NOT CLOCK-TRADING-DAY OR
           CURRENT-BUSINESS-DATE IS GREATER THAN CLOCK-DATE
                PERFORM CONFIRM-NON-TRADING-DAY.
        IF NEXT-BUSINESS-DATE IS EQUAL TO 0 AND
           NOT CALENDAR-FILE-MISSING
                DISPLAY 'POSDRV - OPERATOR ATTENTION - CALENDAR '
                        CALENDAR-FILE-NAME ' HAS NO TRADING DAY AFTER '
                        CURRENT-BUSINESS-DATE ' - EXTEND IT BEFORE THE '
                        'CHAIN ENDS OR THE DATE WILL NOT ROLL'.

        OPEN INPUT SCHEDULE-FILE.
        IF SCHEDULE-FILE-MISSING
                DISPLAY 'POSDRV - OPERATOR ATTENTION - SCHEDULE FILE '
                PERFORM WRITE-RUN-JOURNAL,
                STOP RUN.

        IF STEP-EDIT-FAILED
                DISPLAY 'POSDRV - OPERATOR ATTENTION - STEP '
                        CURRENT-STEP-NAME ' FAILED ITS EDIT'
                        ' - CHAIN HALTED',
                MOVE 'CHAINBAD' TO JRN-EVENT,
                MOVE CURRENT-STEP-NAME TO JRN-FILE-NAME,
                MOVE STEP-COUNT TO JRN-COUNT,
                MOVE 'STEP FAILED ITS EDIT - CHAIN HALTED'
                        TO JRN-TEXT,
                PERFORM WRITE-RUN-JOURNAL,
                STOP RUN.

        DISPLAY 'POSDRV - STEP ' STEP-COUNT ' - '
                CURRENT-STEP-NAME ' VERIFIED COMPLETE'.
        MOVE 'STEPOK' TO JRN-EVENT.
        DISPLAY 'POSDRV - CHAIN COMPLETE - ' STEP-COUNT
                ' STEP(S) RUN'.

        PERFORM ROLL-BUSINESS-DATE.

        MOVE 'RUNEND' TO JRN-EVENT.
        MOVE SCHEDULE-FILE-NAME TO JRN-FILE-NAME.
        MOVE STEP-COUNT TO JRN-COUNT.
        STOP RUN.


READ-BUSINESS-DATE SECTION.
RBD-START.
*       PICK UP THE BUSINESS DATE THE CHAIN IS TO RUN FOR.  A MISSING
*       CONTROL RECORD IS THE FIRST NIGHT ON THE CALENDAR AND TAKES
*       THE CLOCK; AN UNREADABLE ONE STOPS THE CHAIN, SINCE EVERY
*       STEP WOULD STAMP ITS WORK WITH THE WRONG DAY.
        MOVE 'N' TO BUSINESS-DATE-MISSING-SWITCH.
        OPEN INPUT BUSINESS-DATE-FILE.
        IF BUSINESS-DATE-FILE-MISSING
                ACCEPT CURRENT-BUSINESS-DATE FROM DATE,
                DISPLAY 'POSDRV - NO BUSINESS DATE RECORD '
                        BUSINESS-DATE-FILE-NAME ' - SYSTEM DATE '
                        CURRENT-BUSINESS-DATE ' TAKEN',
                GO TO RBD-EXIT.

        READ BUSINESS-DATE-FILE AT END
                MOVE SPACES TO BUSINESS-DATE-RECORD.
        CLOSE BUSINESS-DATE-FILE.

        IF BDT-BUSINESS-DATE IS NOT NUMERIC
                DISPLAY 'POSDRV - OPERATOR ATTENTION - BUSINESS DATE '
                        'RECORD ' BUSINESS-DATE-FILE-NAME
                        ' IS UNREADABLE - NO CHAIN RUN - JOB '
                        'TERMINATED',
                MOVE 'CHAINBAD' TO JRN-EVENT,
                MOVE BUSINESS-DATE-FILE-NAME TO JRN-FILE-NAME,
                MOVE 'BAD BUSINESS DATE RECORD - CHAIN NOT RUN'
                        TO JRN-TEXT,
                PERFORM WRITE-RUN-JOURNAL,
                STOP RUN.

        MOVE BDT-BUSINESS-DATE TO CURRENT-BUSINESS-DATE.

RBD-EXIT.  EXIT.


LOOK-UP-CALENDAR SECTION.
LUC-START.
*       ONE PASS OVER THE CALENDAR SETTLES EVERY QUESTION THE
*       DRIVER ASKS OF IT - WHETHER THE CURRENT BUSINESS DATE AND THE
*       CLOCK DATE ARE TRADING DAYS, AND WHICH TRADING DAY COMES
*       NEXT.  THE PASS GOES ON PAST THE NEXT TRADING DAY UNTIL THE
*       CLOCK DATE TOO IS REACHED.  NEXT-BUSINESS-DATE STAYS ZERO
*       WHEN THE CALENDAR RUNS OUT FIRST.
        MOVE 'N' TO TRADING-DAY-SWITCH.
        MOVE 'N' TO CLOCK-TRADING-DAY-SWITCH.
        MOVE 0 TO NEXT-BUSINESS-DATE.
        MOVE 'N' TO CALENDAR-MISSING-SWITCH.
        OPEN INPUT CALENDAR-FILE.
        IF CALENDAR-FILE-MISSING
                GO TO LUC-EXIT.

LUC-LOOP.
        READ CALENDAR-FILE AT END
                GO TO LUC-DONE.

        IF NOT CAL-TRADING-DAY
                GO TO LUC-LOOP.
        IF CAL-DATE IS NOT NUMERIC
                GO TO LUC-LOOP.

        IF CAL-DATE IS EQUAL TO CURRENT-BUSINESS-DATE
                MOVE 'Y' TO TRADING-DAY-SWITCH.

        IF CAL-DATE IS EQUAL TO CLOCK-DATE
                MOVE 'Y' TO CLOCK-TRADING-DAY-SWITCH.

        IF CAL-DATE IS GREATER THAN CURRENT-BUSINESS-DATE AND
           NEXT-BUSINESS-DATE IS EQUAL TO 0
                MOVE CAL-DATE TO NEXT-BUSINESS-DATE.

        IF NEXT-BUSINESS-DATE IS NOT EQUAL TO 0 AND
           CAL-DATE IS NOT LESS THAN CLOCK-DATE
                GO TO LUC-DONE.
        GO TO LUC-LOOP.

LUC-DONE.
        CLOSE CALENDAR-FILE.

LUC-EXIT.  EXIT.


CONFIRM-NON-TRADING-DAY SECTION.
CNT-START.
*       THE CHAIN DOES NOT RUN FOR A WEEKEND OR A HOLIDAY, ON ONE,
*       OR AHEAD OF ITS BUSINESS DATE UNLESS THE OPERATOR SAYS SO IN
*       SO MANY WORDS.  ANY ANSWER BUT OVERRIDE ENDS THE JOB; AN
*       OVERRIDE IS JOURNALED WITH THE DATE IT WAS GIVEN FOR.
        IF CALENDAR-FILE-MISSING
                DISPLAY 'POSDRV - OPERATOR ATTENTION - CALENDAR FILE '
                        CALENDAR-FILE-NAME ' IS MISSING - TRADING DAY '
                        'CANNOT BE CONFIRMED',
                GO TO CNT-ASK.

        IF NOT TRADING-DAY
                DISPLAY 'POSDRV - OPERATOR ATTENTION - BUSINESS DATE '
                        CURRENT-BUSINESS-DATE
                        ' IS NOT A TRADING DAY ON THE CALENDAR'.

        IF NOT CLOCK-TRADING-DAY
                DISPLAY 'POSDRV - OPERATOR ATTENTION - TODAY '
                        CLOCK-DATE
                        ' IS NOT A TRADING DAY ON THE CALENDAR'.

        IF CURRENT-BUSINESS-DATE IS GREATER THAN CLOCK-DATE
                DISPLAY 'POSDRV - OPERATOR ATTENTION - BUSINESS DATE '
                        CURRENT-BUSINESS-DATE ' IS LATER THAN TODAY '
                        CLOCK-DATE.

CNT-ASK.

        DISPLAY 'POSDRV - TYPE OVERRIDE TO RUN THE CHAIN ANYWAY: '
                WITH NO ADVANCING.
        ACCEPT OVERRIDE-ANSWER.

        IF OVERRIDE-ANSWER IS NOT EQUAL TO 'OVERRIDE'
                DISPLAY 'POSDRV - RUN DATE NOT CONFIRMED - NO CHAIN '
                        'RUN - JOB TERMINATED',
                MOVE 'CHAINBAD' TO JRN-EVENT,
                MOVE CALENDAR-FILE-NAME TO JRN-FILE-NAME,
                MOVE CURRENT-BUSINESS-DATE TO JRN-COUNT,
                MOVE 'RUN DATE NOT CONFIRMED - CHAIN NOT RUN'
                        TO JRN-TEXT,
                PERFORM WRITE-RUN-JOURNAL,
                STOP RUN.

        MOVE 'OVERRIDE' TO JRN-EVENT.
        MOVE CALENDAR-FILE-NAME TO JRN-FILE-NAME.
        MOVE CURRENT-BUSINESS-DATE TO JRN-COUNT.
        MOVE 'RUN DATE CONFIRMED BY OPERATOR OVERRIDE' TO JRN-TEXT.
        PERFORM WRITE-RUN-JOURNAL.


ROLL-BUSINESS-DATE SECTION.
RBR-START.
*       THE CHAIN IS GOOD, SO THE BUSINESS DATE MOVES ON TO THE NEXT
*       TRADING DAY.  THE CALENDAR IS READ AGAIN IN CASE IT WAS
*       EXTENDED WHILE THE CHAIN RAN.  WITH NO LATER TRADING DAY ON
*       FILE THE DATE IS LEFT WHERE IT IS AND THE OPERATOR IS TOLD -
*       TOMORROW'S CHAIN WOULD OTHERWISE RUN UNDER A GUESSED DATE.
        PERFORM LOOK-UP-CALENDAR.
        IF NEXT-BUSINESS-DATE IS EQUAL TO 0
                DISPLAY 'POSDRV - OPERATOR ATTENTION - NO TRADING DAY '
                        'AFTER ' CURRENT-BUSINESS-DATE ' ON CALENDAR '
                        CALENDAR-FILE-NAME ' - BUSINESS DATE NOT '
                        'ROLLED',
                MOVE 'NOROLL' TO JRN-EVENT,
                MOVE CALENDAR-FILE-NAME TO JRN-FILE-NAME,
                MOVE CURRENT-BUSINESS-DATE TO JRN-COUNT,
                MOVE 'CALENDAR EXHAUSTED - DATE NOT ROLLED'
                        TO JRN-TEXT,
                PERFORM WRITE-RUN-JOURNAL,
                GO TO RBR-EXIT.

        MOVE SPACES TO BUSINESS-DATE-RECORD.
        MOVE NEXT-BUSINESS-DATE TO BDT-BUSINESS-DATE.
        MOVE CURRENT-BUSINESS-DATE TO BDT-PRIOR-DATE.
        ACCEPT BDT-ROLLED-DATE FROM DATE.
        ACCEPT ROLL-TIME-RAW FROM TIME.
        MOVE ROLL-TIME-HMS TO BDT-ROLLED-TIME.

        OPEN OUTPUT BUSINESS-DATE-FILE.
        WRITE BUSINESS-DATE-RECORD.
        CLOSE BUSINESS-DATE-FILE.

        DISPLAY 'POSDRV - BUSINESS DATE ROLLED FROM '
                CURRENT-BUSINESS-DATE ' TO ' NEXT-BUSINESS-DATE.
        MOVE 'DATEROLL' TO JRN-EVENT.
        MOVE BUSINESS-DATE-FILE-NAME TO JRN-FILE-NAME.
        MOVE NEXT-BUSINESS-DATE TO JRN-COUNT.
        MOVE 'BUSINESS DATE ROLLED - COUNT IS NEW DATE' TO JRN-TEXT.
        PERFORM WRITE-RUN-JOURNAL.

RBR-EXIT.  EXIT.


COUNT-JOURNAL-RECORDS SECTION.
CJR-START.
*       TALLY THE EVENTS ON THE JOURNAL.  A MISSING JOURNAL IS AN
VSE-START.
*       RE-READ THE JOURNAL, PASS OVER THE EVENTS THAT WERE ALREADY
*       THERE BEFORE THE STEP, AND LOOK IN THE REST FOR THE STEP'S
*       OWN RUNEND - AND FOR AN OUTOFBAL OR EDITFAIL, EITHER OF
*       WHICH ENDS THE CHAIN EVEN THOUGH THE STEP RAN TO ITS END.
        MOVE 'N' TO STEP-ENDED-SWITCH.
        MOVE 'N' TO STEP-UNBALANCED-SWITCH.
        MOVE 'N' TO STEP-EDIT-FAILED-SWITCH.
        MOVE 0 TO JOURNAL-RECORD-TALLY.
        MOVE 'N' TO RUNLOG-MISSING-SWITCH.
        MOVE 'I' TO RUNLOG-OPEN-MODE.
                MOVE 'Y' TO STEP-ENDED-SWITCH.
        IF RL-EVENT IS EQUAL TO 'OUTOFBAL'
                MOVE 'Y' TO STEP-UNBALANCED-SWITCH.
        IF RL-EVENT IS EQUAL TO 'EDITFAIL'
                MOVE 'Y' TO STEP-EDIT-FAILED-SWITCH.
        GO TO VSE-LOOP.

VSE-DONE.
