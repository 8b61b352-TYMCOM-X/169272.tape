        SELECT RUNLOG-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT BUSINESS-DATE-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT ACCOUNT-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

DATA DIVISION.
FILE SECTION.


        05  EDT-FIELD-4-2-YY    PIC X(2).
        05  EDT-FIELD-4-1-YY    PIC X(2).

*       THE CUSTOMER ACCOUNT NUMBER LIVES IN THE NEXT EIGHT BYTES OF
*       WHAT WAS FILLER, MATCHING SORT-RECORD IN SORTER.  UNLIKE THE
*       YEARS IT MAY NOT BE BLANK - A POSITION WITH NO ACCOUNT, OR
*       WITH ONE THE ACCOUNT MASTER HAS NEVER HEARD OF, BELONGS ON
*       NO CUSTOMER'S STATEMENT.

        05  EDT-ACCOUNT         PIC X(8).
        05  FILLER              PIC X(31).

*       CLEAN-FILE RECEIVES EVERY RECORD THAT PASSES THE EDITS,
*       UNCHANGED.  IT IS THE FILE SORTER IS THEN RUN AGAINST.
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

*       ACCOUNT-FILE IS THE CUSTOMER ACCOUNT MASTER - ONE RECORD PER
*       ACCOUNT WITH ITS NAME, THREE ADDRESS LINES AND THE BRANCH
*       THAT SERVICES IT.  ONLY THE ACCOUNT NUMBER IS WANTED HERE;
*       POSSTM PRINTS THE REST AT THE HEAD OF EACH STATEMENT.

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

77  BUSINESS-DATE-FILE-NAME      PIC X(9) VALUE 'POSBDT'.
77  BUSINESS-DATE-MISSING-SWITCH PIC X VALUE 'N'.
        88  BUSINESS-DATE-FILE-MISSING VALUE 'Y'.

77  WAIT-TIME   COMP-1 VALUE IS 5.
77  MAX-OPEN-TRIES              PIC 9(2) VALUE IS 5.
77  OPEN-TRY-COUNT              PIC 9(2) VALUE IS 0.
77  INPUT-FILE-NAME-LENGTH       PIC 9(2) VALUE 9.
01  REJECT-FILE-NAME       PIC X(13) VALUE SPACES.

*       THE ACCOUNT MASTER IS HELD IN THIS TABLE FOR THE WHOLE RUN
*       AND EVERY FEED RECORD'S ACCOUNT IS LOOKED UP IN IT.  THE
*       BOUND GETS THE SAME OPERATOR STOP THE CHECKPOINT TABLE GETS
*       IN SORTER.

77  ACCOUNT-FILE-NAME            PIC X(9) VALUE 'POSACT'.
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

77  PARAM-FILE-NAME              PIC X(9) VALUE 'POSPRM'.
77  PARAM-FILE-MISSING-SWITCH    PIC X VALUE 'N'.
        88  PARAM-FILE-MISSING       VALUE 'Y'.
        05  FILLER  PIC X(26) VALUE '05 BLANK STOCK CODE       '.
        05  FILLER  PIC X(26) VALUE '06 BAD YEAR FIELD 4-1     '.
        05  FILLER  PIC X(26) VALUE '07 BAD YEAR FIELD 4-2     '.
        05  FILLER  PIC X(26) VALUE '08 NO ACCOUNT NUMBER      '.
        05  FILLER  PIC X(26) VALUE '09 ACCOUNT NOT ON MASTER  '.
01  FILLER  REDEFINES REASON-LABEL-TABLE.
        05  REASON-LABEL-ENTRY   PIC X(26) OCCURS 9 TIMES.

01  REASON-COUNT-TABLE.
        05  REASON-COUNT-ENTRY   PIC 9(6) USAGE IS COMPUTATIONAL
                OCCURS 9 TIMES VALUE 0.

77  REASON-SUBSCRIPT             PIC 9(2) VALUE 1.

        OPEN INPUT INPUT-FILE.


ACCOUNT-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON ACCOUNT-FILE OPEN.

ACCOUNT-OPEN-RECOVERY.
*       SAME BOUNDED RETRY AS THE FEED.  EVERY RECORD IS CHECKED
*       AGAINST THE ACCOUNT MASTER, SO THERE IS NO FALLBACK - WITHOUT
*       IT THE WHOLE FEED WOULD BE THROWN OUT AS UNKNOWN ACCOUNTS.
        ADD 1 TO OPEN-TRY-COUNT.
        IF OPEN-TRY-COUNT IS GREATER THAN MAX-OPEN-TRIES
                DISPLAY 'POSEDT - OPERATOR ATTENTION - ACCOUNT-FILE '
                        ACCOUNT-FILE-NAME ' WILL NOT OPEN AFTER '
                        OPEN-TRY-COUNT ' TRIES - JOB TERMINATED',
                STOP RUN.

        DISPLAY 'POSEDT - ACCOUNT-FILE ' ACCOUNT-FILE-NAME
                ' OPEN FAILED - RETRY ' OPEN-TRY-COUNT ' OF '
                MAX-OPEN-TRIES ' IN ' WAIT-TIME ' SECONDS'.

        CALL 'SLEEP' USING WAIT-TIME.

        ADD 1 TO WAIT-TIME.

        OPEN INPUT ACCOUNT-FILE.


PARAM-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON PARAM-FILE OPEN.
                MOVE 'O' TO RUNLOG-OPEN-MODE,
                OPEN OUTPUT RUNLOG-FILE.


BUSINESS-DATE-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON BUSINESS-DATE-FILE OPEN.

BUSINESS-DATE-OPEN-RECOVERY.
*       NO BUSINESS-DATE RECORD - THE CLOCK STANDS IN FOR IT.
        MOVE 'Y' TO BUSINESS-DATE-MISSING-SWITCH.

END DECLARATIVES.


                        'MUST NOT NAME THE INPUT FILE - JOB TERMINATED',
                STOP RUN.

        PERFORM READ-BUSINESS-DATE.
        PERFORM LOAD-ACCOUNT-TABLE.

        MOVE 0 TO INPUT-FILE-NAME-LENGTH.
        INSPECT INPUT-FILE-NAME TALLYING INPUT-FILE-NAME-LENGTH
        IF CLEAN-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSITN' TO CLEAN-FILE-NAME.

        DISPLAY 'ACCOUNT FILE: ' WITH NO ADVANCING.
        ACCEPT ACCOUNT-FILE-NAME.
        IF ACCOUNT-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSACT' TO ACCOUNT-FILE-NAME.

PROMPT-EXIT.  EXIT.


        MOVE PRM-FILE-2 TO CLEAN-FILE-NAME.
        IF CLEAN-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSITN' TO CLEAN-FILE-NAME.
        MOVE PRM-FILE-3 TO ACCOUNT-FILE-NAME.
        IF ACCOUNT-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSACT' TO ACCOUNT-FILE-NAME.

RRP-DONE.
        CLOSE PARAM-FILE.
                ADD 1 TO REASON-COUNT-ENTRY (7),
                GO TO EOR-EXIT.

        IF EDT-ACCOUNT IS EQUAL TO SPACES
                MOVE '08' TO REJECT-REASON-CODE,
                ADD 1 TO REASON-COUNT-ENTRY (8),
                GO TO EOR-EXIT.

        PERFORM FIND-ACCOUNT.
        IF NOT ACCOUNT-FOUND
                MOVE '09' TO REJECT-REASON-CODE,
                ADD 1 TO REASON-COUNT-ENTRY (9),
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
        DISPLAY '    ' REASON-LABEL-ENTRY (REASON-SUBSCRIPT)
                REASON-COUNT-ENTRY (REASON-SUBSCRIPT).
        ADD 1 TO REASON-SUBSCRIPT.
        IF REASON-SUBSCRIPT IS LESS THAN OR EQUAL TO 9
                GO TO ESR-LOOP.

        DISPLAY '  REJECT FILE IS ' REJECT-FILE-NAME.


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
                DISPLAY 'POSEDT - NO BUSINESS DATE RECORD '
                        BUSINESS-DATE-FILE-NAME ' - SYSTEM DATE USED',
                GO TO RBD-EXIT.

        READ BUSINESS-DATE-FILE AT END
                MOVE SPACES TO BUSINESS-DATE-RECORD.
        CLOSE BUSINESS-DATE-FILE.

        IF BDT-BUSINESS-DATE IS NOT NUMERIC
                DISPLAY 'POSEDT - BUSINESS DATE RECORD '
                        BUSINESS-DATE-FILE-NAME ' UNREADABLE - SYSTEM '
                        'DATE USED',
                GO TO RBD-EXIT.

        MOVE BDT-BUSINESS-DATE TO TODAY-DATE-FIELDS.

RBD-EXIT.  EXIT.


LOAD-ACCOUNT-TABLE SECTION.
LAT-START.
*       THE ACCOUNT NUMBERS ARE READ INTO THE TABLE ONCE, BEFORE THE
*       FEED IS OPENED.
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
                DISPLAY 'POSEDT - OPERATOR ATTENTION - ACCOUNT FILE '
                        ACCOUNT-FILE-NAME ' HOLDS MORE THAN '
                        MAX-ACCOUNTS ' ACCOUNTS - JOB TERMINATED',
                STOP RUN.

        MOVE ACT-ACCOUNT TO ACC-ACCOUNT (ACCOUNT-COUNT).
        GO TO LAT-LOOP.

LAT-DONE.
        CLOSE ACCOUNT-FILE.
        DISPLAY 'POSEDT - ' ACCOUNT-COUNT ' ACCOUNT(S) LOADED'.

LAT-EXIT.  EXIT.
