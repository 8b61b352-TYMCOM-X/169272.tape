        SELECT RUNLOG-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT ACCOUNT-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

DATA DIVISION.
FILE SECTION.

        05  FILLER              PIC X.
        05  RL-TEXT             PIC X(40).

*       ACCOUNT-FILE IS THE CUSTOMER ACCOUNT MASTER.  THE LAYOUT HERE
*       MATCHES ACCOUNT-RECORD IN POSEDT; ONLY THE ACCOUNT NUMBER IS
*       WANTED, FOR THE SAME ACCOUNT EDITS POSEDT MAKES.

FD  ACCOUNT-FILE
    VALUE OF ID IS ACCOUNT-FILE-NAME.
01  ACCOUNT-RECORD.
        05  ACT-ACCOUNT         PIC X(8).
        05  FILLER              PIC X.
        05  ACT-NAME            PIC X(30).
        05  FILLER              PIC X.
        05  ACT-ADDRESS-1       PIC X(30).
        05  FILLER              PIC X.
        05  ACT-ADDRESS-2       PIC X(30).
        05  FILLER              PIC X.
        05  ACT-ADDRESS-3       PIC X(30).
        05  FILLER              PIC X.
        05  ACT-BRANCH          PIC X(3).

WORKING-STORAGE SECTION.

77  WAIT-TIME   COMP-1 VALUE IS 5.
01  CARRY-FILE-NAME        PIC X(13) VALUE SPACES.
77  CLEAN-FILE-NAME        PIC X(9)  VALUE 'POSITN'.
77  PRINT-FILE-NAME        PIC X(9)  VALUE 'POSCOR'.
77  ACCOUNT-FILE-NAME      PIC X(9)  VALUE 'POSACT'.

77  CORRECTION-MISSING-SWITCH    PIC X VALUE 'N'.
        88  CORRECTION-FILE-MISSING  VALUE 'Y'.
        05  EDT-FIELD-2         PIC X(6).
        05  EDT-FIELD-4-2-YY    PIC X(2).
        05  EDT-FIELD-4-1-YY    PIC X(2).
        05  EDT-ACCOUNT         PIC X(8).
        05  FILLER              PIC X(31).

*       THE ACCOUNT MASTER IS HELD IN THIS TABLE FOR THE ACCOUNT
*       EDITS, AS IT IS IN POSEDT.

77  MAX-ACCOUNTS                 PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 2000.
77  ACCOUNT-COUNT                PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
77  ACCOUNT-SUBSCRIPT            PIC 9(4) USAGE IS COMPUTATIONAL
        VALUE 0.
77  ACCOUNT-FOUND-SWITCH         PIC X VALUE 'N'.
        88  ACCOUNT-FOUND            VALUE 'Y'.
01  ACCOUNT-TABLE.
        05  ACCOUNT-ENTRY OCCURS 2000 TIMES.
            10  ACC-ACCOUNT      PIC X(8).

77  REJECT-REASON-CODE           PIC X(2) VALUE SPACES.
        88  RECORD-IS-CLEAN          VALUE SPACES.
        05  FILLER  PIC X(26) VALUE '05 BLANK STOCK CODE       '.
        05  FILLER  PIC X(26) VALUE '06 BAD YEAR FIELD 4-1     '.
        05  FILLER  PIC X(26) VALUE '07 BAD YEAR FIELD 4-2     '.
        05  FILLER  PIC X(26) VALUE '08 NO ACCOUNT NUMBER      '.
        05  FILLER  PIC X(26) VALUE '09 ACCOUNT NOT ON MASTER  '.
01  FILLER  REDEFINES REASON-LABEL-TABLE.
        05  REASON-LABEL-ENTRY   PIC X(26) OCCURS 9 TIMES.

*       OUTSTANDING REJECTS ARE COUNTED BY REASON AND BY AGE AS THE
*       NEW OUTSTANDING FILE IS WRITTEN, SO THE REPORT SUMS COME

01  REASON-COUNT-TABLE.
        05  REASON-COUNT-ENTRY   PIC 9(6) USAGE IS COMPUTATIONAL
                OCCURS 9 TIMES VALUE 0.

77  REASON-SUBSCRIPT             PIC 9(2) VALUE 1.

        MOVE 'Y' TO OUTSTANDING-MISSING-SWITCH.


ACCOUNT-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON ACCOUNT-FILE OPEN.

ACCOUNT-OPEN-RECOVERY.
*       SAME BOUNDED RETRY AS POSEDT GIVES THE ACCOUNT MASTER.  NO
*       CORRECTION CAN BE EDITED ON POSEDT'S TERMS WITHOUT IT, SO
*       THERE IS NO FALLBACK - THE RUN IS STOPPED BEFORE ANYTHING IS
*       REWRITTEN.
*       THE JOURNAL WRITES ARE SPELLED OUT HERE RATHER THAN
*       PERFORMED - A DECLARATIVE MAY NOT REFERENCE THE
*       NONDECLARATIVE PROCEDURES.
        ADD 1 TO OPEN-TRY-COUNT.
        IF OPEN-TRY-COUNT IS GREATER THAN MAX-OPEN-TRIES
                GO TO ACCOUNT-OPEN-RECOVERY-DEAD.

        DISPLAY 'POSCOR - ACCOUNT-FILE ' ACCOUNT-FILE-NAME
                ' OPEN FAILED - RETRY ' OPEN-TRY-COUNT ' OF '
                MAX-OPEN-TRIES ' IN ' WAIT-TIME ' SECONDS'.

        MOVE 'E' TO RUNLOG-OPEN-MODE.
        OPEN EXTEND RUNLOG-FILE.
        MOVE SPACES TO RUNLOG-RECORD.
        ACCEPT JOURNAL-DATE-FIELDS FROM DATE.
        ACCEPT JOURNAL-TIME-RAW FROM TIME.
        MOVE JOURNAL-DATE-FIELDS TO RL-DATE.
        MOVE JOURNAL-TIME-HMS TO RL-TIME.
        MOVE 'POSCOR' TO RL-PROGRAM.
        MOVE 'OPENRTRY' TO RL-EVENT.
        MOVE ACCOUNT-FILE-NAME TO RL-FILE-NAME.
        MOVE OPEN-TRY-COUNT TO RL-COUNT.
        MOVE 'ACCOUNT FILE OPEN RETRY' TO RL-TEXT.
        WRITE RUNLOG-RECORD.
        CLOSE RUNLOG-FILE.

        CALL 'SLEEP' USING WAIT-TIME.

        ADD 1 TO WAIT-TIME.

        OPEN INPUT ACCOUNT-FILE.
        GO TO ACCOUNT-OPEN-RECOVERY-EXIT.

ACCOUNT-OPEN-RECOVERY-DEAD.
        DISPLAY 'POSCOR - OPERATOR ATTENTION - ACCOUNT-FILE '
                ACCOUNT-FILE-NAME ' WILL NOT OPEN AFTER '
                OPEN-TRY-COUNT ' TRIES - JOB TERMINATED'.

        MOVE 'E' TO RUNLOG-OPEN-MODE.
        OPEN EXTEND RUNLOG-FILE.
        MOVE SPACES TO RUNLOG-RECORD.
        ACCEPT JOURNAL-DATE-FIELDS FROM DATE.
        ACCEPT JOURNAL-TIME-RAW FROM TIME.
        MOVE JOURNAL-DATE-FIELDS TO RL-DATE.
        MOVE JOURNAL-TIME-HMS TO RL-TIME.
        MOVE 'POSCOR' TO RL-PROGRAM.
        MOVE 'OPENFAIL' TO RL-EVENT.
        MOVE ACCOUNT-FILE-NAME TO RL-FILE-NAME.
        MOVE OPEN-TRY-COUNT TO RL-COUNT.
        MOVE 'ACCOUNT FILE WILL NOT OPEN - JOB KILLED' TO RL-TEXT.
        WRITE RUNLOG-RECORD.
        CLOSE RUNLOG-FILE.
        STOP RUN.

ACCOUNT-OPEN-RECOVERY-EXIT.  EXIT.


CLEAN-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON CLEAN-FILE OPEN.
        IF CLEAN-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSITN' TO CLEAN-FILE-NAME.

        DISPLAY 'ACCOUNT FILE: ' WITH NO ADVANCING.
        ACCEPT ACCOUNT-FILE-NAME.
        IF ACCOUNT-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSACT' TO ACCOUNT-FILE-NAME.

        MOVE 'RUNSTART' TO JRN-EVENT.
        MOVE REJECT-FILE-NAME TO JRN-FILE-NAME.
        MOVE 'RUN STARTED' TO JRN-TEXT.
        PERFORM WRITE-RUN-JOURNAL.

        PERFORM LOAD-ACCOUNT-TABLE.
        PERFORM LOAD-CORRECTIONS.
        PERFORM CARRY-OUTSTANDING-ASIDE.

LDC-EXIT.  EXIT.


LOAD-ACCOUNT-TABLE SECTION.
LAT-START.
*       THE ACCOUNT NUMBERS ARE READ INTO THE TABLE ONCE, THE SAME AS
*       POSEDT READS THEM.
        MOVE 0 TO OPEN-TRY-COUNT.
        MOVE 5 TO WAIT-TIME.
        OPEN INPUT ACCOUNT-FILE.

LAT-LOOP.
        READ ACCOUNT-FILE AT END
                GO TO LAT-DONE.

        IF ACT-ACCOUNT IS EQUAL TO SPACES
                GO TO LAT-LOOP.

        ADD 1 TO ACCOUNT-COUNT.
        IF ACCOUNT-COUNT IS GREATER THAN MAX-ACCOUNTS
                DISPLAY 'POSCOR - OPERATOR ATTENTION - ACCOUNT FILE '
                        ACCOUNT-FILE-NAME ' HOLDS MORE THAN '
                        MAX-ACCOUNTS ' ACCOUNTS - JOB TERMINATED',
                STOP RUN.

        MOVE ACT-ACCOUNT TO ACC-ACCOUNT (ACCOUNT-COUNT).
        GO TO LAT-LOOP.

LAT-DONE.
        CLOSE ACCOUNT-FILE.

LAT-EXIT.  EXIT.


CARRY-OUTSTANDING-ASIDE SECTION.
COA-START.
*       COPY THE OUTSTANDING FILE TO A DATED CARRY FILE SO THE RUN
                ADD 1 TO REASON-COUNT-ENTRY (6).
        IF RWK-REASON IS EQUAL TO '07'
                ADD 1 TO REASON-COUNT-ENTRY (7).
        IF RWK-REASON IS EQUAL TO '08'
                ADD 1 TO REASON-COUNT-ENTRY (8).
        IF RWK-REASON IS EQUAL TO '09'
                ADD 1 TO REASON-COUNT-ENTRY (9).

        IF RWK-AGE IS EQUAL TO 0
                ADD 1 TO AGE-NEW-COUNT
                MOVE '07' TO REJECT-REASON-CODE,
                GO TO EOR-EXIT.

        IF EDT-ACCOUNT IS EQUAL TO SPACES
                MOVE '08' TO REJECT-REASON-CODE,
                GO TO EOR-EXIT.

        PERFORM FIND-ACCOUNT.
        IF NOT ACCOUNT-FOUND
                MOVE '09' TO REJECT-REASON-CODE,
                GO TO EOR-EXIT.

EOR-EXIT.  EXIT.


FIND-ACCOUNT SECTION.
FNA-START.
*       THE ACCOUNT MASTER IS KEYED BY ACCOUNT NUMBER.  THE FIRST
*       MATCH WINS.
        MOVE 'N' TO ACCOUNT-FOUND-SWITCH.
        IF ACCOUNT-COUNT IS EQUAL TO 0
                GO TO FNA-EXIT.
        MOVE 1 TO ACCOUNT-SUBSCRIPT.

FNA-LOOP.
        IF ACC-ACCOUNT (ACCOUNT-SUBSCRIPT) IS EQUAL TO EDT-ACCOUNT
                MOVE 'Y' TO ACCOUNT-FOUND-SWITCH,
                GO TO FNA-EXIT.

        ADD 1 TO ACCOUNT-SUBSCRIPT.
        IF ACCOUNT-SUBSCRIPT IS NOT GREATER THAN ACCOUNT-COUNT
                GO TO FNA-LOOP.

FNA-EXIT.  EXIT.


CHECK-DATE-FIELD SECTION.
CDF-START.
*       A DATE FIELD IS ACCEPTABLE ENTIRELY BLANK, OR NUMERIC WITH A
        MOVE REASON-COUNT-ENTRY (REASON-SUBSCRIPT) TO SL-COUNT.
        WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
        ADD 1 TO REASON-SUBSCRIPT.
        IF REASON-SUBSCRIPT IS LESS THAN OR EQUAL TO 9
                GO TO PRS-REASON-LOOP.

        MOVE SPACES TO PRINT-LINE.
