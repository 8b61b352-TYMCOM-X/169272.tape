ID DIVISION.
PROGRAM-ID.  POSMNT.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
OBJECT-COMPUTER.  PDP-10 MEMORY 25 MODULES.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

        SELECT INDEX-FILE ASSIGN TO DSK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDX-RECORD-KEY.

        SELECT AUDIT-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT QUEUE-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT RUNLOG-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT ACCOUNT-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

DATA DIVISION.
FILE SECTION.

*       INDEX-FILE IS THE INQUIRY INDEX SORTER BUILT BESIDE LAST
*       NIGHT'S SORTED MASTER.  THE LAYOUT HERE MATCHES INDEX-RECORD
*       IN SORTER.  THE POSITION QUANTITY ENDS THE KEY, SO A CHANGED
*       QUANTITY IS A CHANGED KEY - THE OLD RECORD IS DELETED AND A
*       NEW ONE WRITTEN, NEVER REWRITTEN IN PLACE.

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

*       AUDIT-FILE IS THE CUMULATIVE POSITION MAINTENANCE AUDIT TRAIL
*       - WHO CHANGED WHICH POSITION AND WHEN, WITH THE INDEX RECORD
*       AS IT STOOD BEFORE THE CHANGE AND AS IT STOOD AFTER.  AN ADD
*       HAS NO BEFORE IMAGE AND A DELETE NO AFTER IMAGE.  AUDRPT
*       PRINTS IT.

FD  AUDIT-FILE
    VALUE OF ID IS AUDIT-FILE-NAME.
01  AUDIT-RECORD.
        05  AUD-DATE            PIC 9(6).
        05  FILLER              PIC X.
        05  AUD-TIME            PIC 9(6).
        05  FILLER              PIC X.
        05  AUD-OPERATOR        PIC X(6).
        05  FILLER              PIC X.
        05  AUD-ACTION          PIC X.
        05  FILLER              PIC X.
        05  AUD-STOCK           PIC X(5).
        05  FILLER              PIC X.
        05  AUD-BEFORE-IMAGE    PIC X(46).
        05  FILLER              PIC X.
        05  AUD-AFTER-IMAGE     PIC X(46).

*       QUEUE-FILE HOLDS THE SAME CHANGES FOR THE NIGHTLY CYCLE, EACH
*       AS A TRADE IN THE 76-BYTE TRADE-RECORD FORMAT POSUPD READS -
*       THE DIFFERENCE BETWEEN THE OLD AND NEW QUANTITY, WITH A '-'
*       IN THE BYTE AFTER THE TRANSACTION CODE WHEN IT REDUCES, AND
*       THE ACCOUNT THE OPERATOR KEYED WHERE THE FEED CARRIES IT.
*       POSUPD APPLIES THE QUEUE WITH THE DAY'S TRADES AND EMPTIES
*       IT, SO THE BATCH MASTER ENDS THE NIGHT AGREEING WITH THE
*       INDEX.

FD  QUEUE-FILE
    VALUE OF ID IS QUEUE-FILE-NAME.
01  QUEUE-RECORD.
        05  QUE-FIELD-1B        PIC X(5).
        05  QUE-FIELD-1A        PIC 9(5).
        05  FILLER              PIC 9(3).
        05  FILLER              PIC X(4).
        05  FILLER              PIC X(4).
        05  QUE-CODE            PIC X(3).
        05  QUE-SIGN            PIC X.
        05  FILLER              PIC X(2).
        05  QUE-FIELD-2         PIC X(6).
        05  FILLER              PIC X(2).
        05  FILLER              PIC X(2).
        05  QUE-ACCOUNT         PIC X(8).
        05  FILLER              PIC X(31).

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
77  MAX-OPEN-TRIES              PIC 9(2) VALUE IS 5.
77  OPEN-TRY-COUNT              PIC 9(2) VALUE IS 0.

01  INDEX-FILE-NAME              PIC X(12) VALUE 'POSITNIDX'.
77  AUDIT-FILE-NAME              PIC X(9) VALUE 'POSAUD'.
77  QUEUE-FILE-NAME              PIC X(9) VALUE 'MNTQUE'.
77  ACCOUNT-FILE-NAME            PIC X(9) VALUE 'POSACT'.

*       THE AUDIT AND QUEUE FILES ARE OPENED AND CLOSED AROUND EVERY
*       CHANGE, THE SAME AS THE JOURNAL, AND EACH HAS THE USUAL
*       OPEN-MODE SWITCH - THE FIRST CHANGE EVER CREATES THE FILE.

77  AUDIT-OPEN-MODE              PIC X VALUE 'E'.
        88  AUDIT-OPENING-FOR-EXTEND   VALUE 'E'.
        88  AUDIT-OPENING-FOR-OUTPUT   VALUE 'O'.
77  QUEUE-OPEN-MODE              PIC X VALUE 'E'.
        88  QUEUE-OPENING-FOR-EXTEND   VALUE 'E'.
        88  QUEUE-OPENING-FOR-OUTPUT   VALUE 'O'.

*       EVERY CHANGE IS SIGNED BY THE OPERATOR WHO MADE IT - THE
*       INITIALS ARE ASKED FOR ONCE, AT THE START OF THE SESSION,
*       AND THE SESSION DOES NOT START WITHOUT THEM.

77  OPERATOR-ID                  PIC X(6) VALUE SPACES.

77  ACTION-ANSWER                PIC X VALUE SPACE.
        88  NO-MORE-ACTIONS          VALUE SPACE.
        88  ACTION-ADD               VALUE 'A'.
        88  ACTION-CHANGE            VALUE 'C'.
        88  ACTION-DELETE            VALUE 'D'.
77  CONFIRM-ANSWER               PIC X VALUE SPACE.
        88  CHANGE-CONFIRMED         VALUE 'Y'.

01  TABLE-FOR-CODE-SORT.

        05  SORTED-LIST-OF-CODES                PIC X(60) VALUE
          'BCC10BCO04BPC11BPO05BSC12BSO06SCC07SCO01SPC08SPO02SSC09SSO03'.

        05  FILLER     REDEFINES SORTED-LIST-OF-CODES.
                10  OF-THE-TABLE       OCCURS 12 TIMES
                        INDEXED BY THE-INDEX
                        ASCENDING KEY THE-CODE.
                        15  THE-CODE    PIC X(3).
                        15  THE-TAG     PIC 9(2).

*       EDIT-RECORD AND THE EDITS APPLIED TO IT MIRROR INPUT-RECORD
*       AND EDIT-ONE-RECORD IN POSEDT, FIELD FOR FIELD, THE SAME AS
*       POSCOR'S COPY - A CHANGE KEYED HERE GOES ON THE INDEX AND
*       INTO THE QUEUE ONLY ON THE SAME TERMS A FEED RECORD GETS
*       INTO THE MASTER.  THE OPERATOR'S ANSWERS ARE KEYED STRAIGHT
*       INTO IT; THE QUANTITY IS KEYED THROUGH ITS CHARACTER VIEW.

01  EDIT-RECORD.
        05  EDT-FIELD-1B        PIC X(5).
        05  EDT-FIELD-1A        PIC 9(5).
        05  EDT-FIELD-3         PIC 9(3).
        05  EDT-FIELD-4-2       PIC X(4).
        05  EDT-FIELD-4-1       PIC X(4).
        05  EDT-CODE            PIC X(3).
        05  FILLER              PIC X(3).
        05  EDT-FIELD-2.
            10  EDT-ORIG-CHAR   PIC X
                OCCURS 6 TIMES
                INDEXED BY EDT-ORIG-IDX.
        05  EDT-FIELD-4-2-YY    PIC X(2).
        05  EDT-FIELD-4-1-YY    PIC X(2).
        05  EDT-ACCOUNT         PIC X(8).
        05  FILLER              PIC X(31).
01  FILLER  REDEFINES EDIT-RECORD.
        05  FILLER              PIC X(5).
        05  EDT-QUANTITY-ENTRY  PIC X(5).
        05  FILLER              PIC X(66).

01  REJECT-REASON-CODE           PIC X(2) VALUE SPACES.
        88  RECORD-IS-CLEAN          VALUE SPACES.
01  REJECT-REASON-NUMBER  REDEFINES REJECT-REASON-CODE
                                 PIC 99.

01  REASON-LABEL-TABLE.
        05  FILLER  PIC X(26) VALUE '01 NON-NUMERIC QUANTITY   '.
        05  FILLER  PIC X(26) VALUE '02 NON-NUMERIC FIELD-3    '.
        05  FILLER  PIC X(26) VALUE '03 BAD DATE FIELD 4-1     '.
        05  FILLER  PIC X(26) VALUE '04 BAD DATE FIELD 4-2     '.
        05  FILLER  PIC X(26) VALUE '05 BLANK STOCK CODE       '.
        05  FILLER  PIC X(26) VALUE '06 BAD YEAR FIELD 4-1     '.
        05  FILLER  PIC X(26) VALUE '07 BAD YEAR FIELD 4-2     '.
        05  FILLER  PIC X(26) VALUE '08 NO ACCOUNT NUMBER      '.
        05  FILLER  PIC X(26) VALUE '09 ACCOUNT NOT ON MASTER  '.
01  FILLER  REDEFINES REASON-LABEL-TABLE.
        05  REASON-LABEL-ENTRY   PIC X(26) OCCURS 9 TIMES.

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

01  EDIT-DATE-FIELD.
        05  EDIT-DATE-MM         PIC 99.
        05  EDIT-DATE-DD         PIC 99.
77  DATE-OK-SWITCH               PIC X VALUE 'N'.
        88  DATE-OK                  VALUE 'Y'.

01  EDIT-YEAR-FIELD              PIC X(2).
77  YEAR-OK-SWITCH               PIC X VALUE 'N'.
        88  YEAR-OK                  VALUE 'Y'.

*       THE POSITION'S STOCK/OPTION TAG IS DERIVED FROM EDT-FIELD-2
*       THE SAME WAY SORTER DERIVES SORT-FIELD-2-TAG - THE FIRST
*       LEXICAL ITEM, UP TO THREE CHARACTERS, INTO THE FRONT OF THE
*       TAG - SO THE KEY KEYED HERE FINDS THE KEY THE INDEX BUILD
*       WROTE.

01  ENTRY-FIELD-2-TAG.
        05  ENTRY-TAG-CHAR       PIC X
                OCCURS 5 TIMES
                INDEXED BY ENTRY-TAG-IDX.

*       BEFORE-IMAGE KEEPS THE INDEX RECORD AS IT STOOD BEFORE THE
*       CHANGE - ITS QUANTITY AND FULL STOCK CODE ARE STILL WANTED
*       FOR THE QUEUE AFTER THE RECORD ITSELF HAS COME OFF THE
*       INDEX.  THE LAYOUT MATCHES INDEX-RECORD.

01  BEFORE-IMAGE.
        05  FILLER               PIC X(33).
        05  BEFORE-FIELD-1A      PIC 9(5).
        05  FILLER               PIC X(2).
        05  BEFORE-FIELD-2       PIC X(6).
01  AFTER-IMAGE                  PIC X(46).

77  QUEUED-QUANTITY              PIC 9(5) VALUE 0.
77  QUEUED-SIGN                  PIC X VALUE SPACE.
77  QUEUED-FIELD-2               PIC X(6) VALUE SPACES.
77  DIFFERENCE-QUANTITY          PIC S9(6) USAGE IS COMPUTATIONAL
        VALUE 0.

77  SHOW-LABEL                   PIC X(10) VALUE SPACES.

77  POSITION-FOUND-SWITCH        PIC X VALUE 'N'.
        88  POSITION-FOUND           VALUE 'Y'.
77  END-OF-INDEX-SWITCH          PIC X VALUE 'N'.
        88  END-OF-INDEX             VALUE 'Y'.
77  START-FAILED-SWITCH          PIC X VALUE 'N'.
        88  START-FAILED             VALUE 'Y'.
77  WRITE-FAILED-SWITCH          PIC X VALUE 'N'.
        88  WRITE-FAILED             VALUE 'Y'.

77  ADDED-COUNT                  PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  CHANGED-COUNT                PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  DELETED-COUNT                PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  APPLIED-COUNT                PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  REJECTED-COUNT               PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  REFUSED-COUNT                PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  DECLINED-COUNT               PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.

*       AUDIT STAMPS COME FROM THE CLOCK, THE SAME AS THE JOURNAL'S -
*       THE AUDIT TRAIL RECORDS WHEN THE CHANGE WAS ACTUALLY MADE.

01  AUDIT-DATE-FIELDS            PIC 9(6).
01  AUDIT-TIME-RAW.
        05  AUDIT-TIME-HMS       PIC 9(6).
        05  FILLER               PIC 99.

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



PROCEDURE DIVISION.
DECLARATIVES.

INDEX-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON INDEX-FILE OPEN.

INDEX-OPEN-RECOVERY.
*       RETRY THE OPEN A BOUNDED NUMBER OF TIMES, PAUSING WAIT-TIME
*       SECONDS BETWEEN TRIES, BEFORE GIVING UP AND TELLING THE
*       OPERATOR THE JOB IS DEAD.
        ADD 1 TO OPEN-TRY-COUNT.
        IF OPEN-TRY-COUNT IS GREATER THAN MAX-OPEN-TRIES
                DISPLAY 'POSMNT - OPERATOR ATTENTION - INDEX-FILE '
                        INDEX-FILE-NAME ' WILL NOT OPEN AFTER '
                        OPEN-TRY-COUNT ' TRIES - JOB TERMINATED',
                STOP RUN.

        DISPLAY 'POSMNT - INDEX-FILE ' INDEX-FILE-NAME
                ' OPEN FAILED - RETRY ' OPEN-TRY-COUNT ' OF '
                MAX-OPEN-TRIES ' IN ' WAIT-TIME ' SECONDS'.

        CALL 'SLEEP' USING WAIT-TIME.

        ADD 1 TO WAIT-TIME.

        OPEN I-O INDEX-FILE.


ACCOUNT-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON ACCOUNT-FILE OPEN.

ACCOUNT-OPEN-RECOVERY.
*       SAME BOUNDED RETRY AS THE INDEX.  EVERY CHANGE IS EDITED
*       AGAINST THE ACCOUNT MASTER, SO THERE IS NO FALLBACK.
        ADD 1 TO OPEN-TRY-COUNT.
        IF OPEN-TRY-COUNT IS GREATER THAN MAX-OPEN-TRIES
                DISPLAY 'POSMNT - OPERATOR ATTENTION - ACCOUNT-FILE '
                        ACCOUNT-FILE-NAME ' WILL NOT OPEN AFTER '
                        OPEN-TRY-COUNT ' TRIES - JOB TERMINATED',
                STOP RUN.

        DISPLAY 'POSMNT - ACCOUNT-FILE ' ACCOUNT-FILE-NAME
                ' OPEN FAILED - RETRY ' OPEN-TRY-COUNT ' OF '
                MAX-OPEN-TRIES ' IN ' WAIT-TIME ' SECONDS'.

        CALL 'SLEEP' USING WAIT-TIME.

        ADD 1 TO WAIT-TIME.

        OPEN INPUT ACCOUNT-FILE.


AUDIT-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON AUDIT-FILE OPEN.

AUDIT-OPEN-RECOVERY.
*       NO AUDIT FILE YET - CREATE IT FOR THE FIRST CHANGE, WITH THE
*       SAME NO-RE-ENTRY GUARD THE OTHER CREATED FILES USE.
        IF AUDIT-OPENING-FOR-EXTEND
                MOVE 'O' TO AUDIT-OPEN-MODE,
                OPEN OUTPUT AUDIT-FILE.


QUEUE-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON QUEUE-FILE OPEN.

QUEUE-OPEN-RECOVERY.
*       NO QUEUE ON FILE - POSUPD HAS TAKEN LAST NIGHT'S, OR THIS IS
*       THE FIRST CHANGE EVER - SO CREATE ONE.
        IF QUEUE-OPENING-FOR-EXTEND
                MOVE 'O' TO QUEUE-OPEN-MODE,
                OPEN OUTPUT QUEUE-FILE.


RUNLOG-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON RUNLOG-FILE OPEN.

RUNLOG-OPEN-RECOVERY.
*       NO JOURNAL YET - CREATE IT FOR THE FIRST EVENT, WITH THE
*       SAME NO-RE-ENTRY GUARD THE OTHER CREATED FILES USE.
        IF RUNLOG-OPENING-FOR-EXTEND
                MOVE 'O' TO RUNLOG-OPEN-MODE,
                OPEN OUTPUT RUNLOG-FILE.

END DECLARATIVES.


MAIN-LINE SECTION.
MAIN-LINE-START.
        DISPLAY 'OPERATOR INITIALS: ' WITH NO ADVANCING.
        ACCEPT OPERATOR-ID.
        IF OPERATOR-ID IS EQUAL TO SPACES
                DISPLAY 'POSMNT - OPERATOR INITIALS ARE REQUIRED - '
                        'JOB TERMINATED',
                STOP RUN.

        DISPLAY 'INDEX  FILE: ' WITH NO ADVANCING.
        ACCEPT INDEX-FILE-NAME.
        IF INDEX-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSITNIDX' TO INDEX-FILE-NAME.

        DISPLAY 'ACCOUNT FILE: ' WITH NO ADVANCING.
        ACCEPT ACCOUNT-FILE-NAME.
        IF ACCOUNT-FILE-NAME IS EQUAL TO SPACES
                MOVE 'POSACT' TO ACCOUNT-FILE-NAME.

        MOVE 'RUNSTART' TO JRN-EVENT.
        MOVE INDEX-FILE-NAME TO JRN-FILE-NAME.
        MOVE 'RUN STARTED' TO JRN-TEXT.
        PERFORM WRITE-RUN-JOURNAL.

        PERFORM LOAD-ACCOUNT-TABLE.

        MOVE 0 TO OPEN-TRY-COUNT.
        MOVE 5 TO WAIT-TIME.
        OPEN I-O INDEX-FILE.

MAINTENANCE-LOOP.
        MOVE SPACE TO ACTION-ANSWER.
        DISPLAY 'ACTION (A=ADD, C=CHANGE, D=DELETE, BLANK TO END): '
                WITH NO ADVANCING.
        ACCEPT ACTION-ANSWER.
        IF NO-MORE-ACTIONS
                GO TO MAIN-LINE-EXIT.

        IF NOT ACTION-ADD AND
           NOT ACTION-CHANGE AND
           NOT ACTION-DELETE
                DISPLAY 'POSMNT - ACTION MUST BE A, C, OR D',
                GO TO MAINTENANCE-LOOP.

        PERFORM ACCEPT-POSITION-KEY.
        PERFORM EDIT-ONE-RECORD.
        IF NOT RECORD-IS-CLEAN
                ADD 1 TO REJECTED-COUNT,
                DISPLAY 'POSMNT - CHANGE FAILS EDIT '
                        REASON-LABEL-ENTRY (REJECT-REASON-NUMBER)
                        ' - NOT APPLIED',
                GO TO MAINTENANCE-LOOP.

        PERFORM DERIVE-FIELD-2-TAG.
        PERFORM FIND-INDEX-POSITION.

        IF ACTION-ADD
                PERFORM ADD-POSITION.
        IF ACTION-CHANGE
                PERFORM CHANGE-POSITION.
        IF ACTION-DELETE
                PERFORM DELETE-POSITION.
        GO TO MAINTENANCE-LOOP.

MAIN-LINE-EXIT.
        CLOSE INDEX-FILE.

        DISPLAY '****************************************'.
        DISPLAY '* POSMNT - POSITION MAINTENANCE TOTALS *'.
        DISPLAY '****************************************'.
        DISPLAY '  POSITIONS ADDED          ' ADDED-COUNT.
        DISPLAY '  POSITIONS CHANGED        ' CHANGED-COUNT.
        DISPLAY '  POSITIONS DELETED        ' DELETED-COUNT.
        DISPLAY '  CHANGES FAILING EDIT     ' REJECTED-COUNT.
        DISPLAY '  CHANGES REFUSED          ' REFUSED-COUNT.
        DISPLAY '  CHANGES NOT CONFIRMED    ' DECLINED-COUNT.
        IF APPLIED-COUNT IS GREATER THAN 0
                DISPLAY 'POSMNT - ' APPLIED-COUNT ' CHANGE(S) AUDITED '
                        'IN ' AUDIT-FILE-NAME ' AND QUEUED IN '
                        QUEUE-FILE-NAME ' FOR TONIGHT'.

        MOVE 'RUNEND' TO JRN-EVENT.
        MOVE INDEX-FILE-NAME TO JRN-FILE-NAME.
        MOVE APPLIED-COUNT TO JRN-COUNT.
        MOVE 'RUN ENDED - COUNT IS CHANGES APPLIED' TO JRN-TEXT.
        PERFORM WRITE-RUN-JOURNAL.
        STOP RUN.


ACCEPT-POSITION-KEY SECTION.
APK-START.
*       THE POSITION IS KEYED FIELD BY FIELD INTO A FEED-FORMAT
*       IMAGE.  AN ADD OR A CHANGE ALSO TAKES THE NEW QUANTITY; A
*       DELETE CARRIES ZEROES THERE SO THE QUANTITY EDIT PASSES.
*       THE ACCOUNT IS PART OF THE KEY - IT PICKS OUT THE ONE
*       CUSTOMER'S POSITION ON THE INDEX, AND THE QUEUED CHANGE NETS
*       AGAINST THAT ACCOUNT'S POSITION IN THE MASTER.
        MOVE SPACES TO EDIT-RECORD.
        MOVE 0 TO EDT-FIELD-3.
        MOVE 0 TO EDT-FIELD-1A.

        DISPLAY 'STOCK             : ' WITH NO ADVANCING.
        ACCEPT EDT-FIELD-1B.
        DISPLAY 'STOCK CODE        : ' WITH NO ADVANCING.
        ACCEPT EDT-FIELD-2.
        DISPLAY 'OPTION CODE       : ' WITH NO ADVANCING.
        ACCEPT EDT-CODE.
        DISPLAY 'DATE 4-1 YEAR (YY): ' WITH NO ADVANCING.
        ACCEPT EDT-FIELD-4-1-YY.
        DISPLAY 'DATE 4-1 (MMDD)   : ' WITH NO ADVANCING.
        ACCEPT EDT-FIELD-4-1.
        DISPLAY 'DATE 4-2 YEAR (YY): ' WITH NO ADVANCING.
        ACCEPT EDT-FIELD-4-2-YY.
        DISPLAY 'DATE 4-2 (MMDD)   : ' WITH NO ADVANCING.
        ACCEPT EDT-FIELD-4-2.
        DISPLAY 'ACCOUNT           : ' WITH NO ADVANCING.
        ACCEPT EDT-ACCOUNT.

        IF ACTION-DELETE
                GO TO APK-EXIT.

        DISPLAY 'QUANTITY (5 DIGITS): ' WITH NO ADVANCING.
        ACCEPT EDT-QUANTITY-ENTRY.

APK-EXIT.  EXIT.


ADD-POSITION SECTION.
ADP-START.
*       A NEW POSITION GOES ON ONLY WHERE NONE IS ON FILE FOR THE
*       KEY - A POSITION ALREADY THERE IS CHANGED, NOT ADDED TWICE.
        IF POSITION-FOUND
                ADD 1 TO REFUSED-COUNT,
                DISPLAY 'POSMNT - POSITION ALREADY ON INDEX WITH QTY '
                        IDX-FIELD-1A ' - USE C TO CHANGE IT',
                GO TO ADP-EXIT.

        IF EDT-FIELD-1A IS EQUAL TO ZERO
                ADD 1 TO REFUSED-COUNT,
                DISPLAY 'POSMNT - A NEW POSITION MAY NOT CARRY A ZERO '
                        'QUANTITY',
                GO TO ADP-EXIT.

        PERFORM BUILD-NEW-INDEX-POSITION.
        MOVE 'NEW       ' TO SHOW-LABEL.
        PERFORM SHOW-INDEX-POSITION.
        PERFORM CONFIRM-CHANGE.
        IF NOT CHANGE-CONFIRMED
                GO TO ADP-EXIT.

        PERFORM WRITE-INDEX-POSITION.
        IF WRITE-FAILED
                GO TO ADP-EXIT.

        MOVE SPACES TO BEFORE-IMAGE.
        MOVE INDEX-RECORD TO AFTER-IMAGE.
        MOVE EDT-FIELD-1A TO QUEUED-QUANTITY.
        MOVE SPACE TO QUEUED-SIGN.
        MOVE EDT-FIELD-2 TO QUEUED-FIELD-2.
        PERFORM RECORD-MAINTENANCE.
        ADD 1 TO ADDED-COUNT.

ADP-EXIT.  EXIT.


CHANGE-POSITION SECTION.
CHP-START.
*       A CHANGE RESTATES THE QUANTITY OF A POSITION ON FILE.  THE
*       QUANTITY ENDS THE RECORD KEY, SO THE OLD RECORD COMES OFF
*       THE INDEX AND THE CHANGED ONE GOES ON UNDER ITS NEW KEY, THE
*       WAY POSIDU ADJUSTS A POSITION.  ANY OTHER FIELD IS PART OF
*       THE KEY ITSELF - CORRECTING ONE IS A DELETE AND AN ADD.
        IF NOT POSITION-FOUND
                ADD 1 TO REFUSED-COUNT,
                DISPLAY 'POSMNT - NO POSITION ON INDEX AT THAT KEY - '
                        'USE A TO ADD IT',
                GO TO CHP-EXIT.

        IF EDT-FIELD-1A IS EQUAL TO ZERO
                ADD 1 TO REFUSED-COUNT,
                DISPLAY 'POSMNT - ZERO QUANTITY - USE D TO DELETE THE '
                        'POSITION',
                GO TO CHP-EXIT.

        IF EDT-FIELD-1A IS EQUAL TO IDX-FIELD-1A
                ADD 1 TO REFUSED-COUNT,
                DISPLAY 'POSMNT - QUANTITY IS ALREADY ' IDX-FIELD-1A
                        ' - NOTHING TO CHANGE',
                GO TO CHP-EXIT.

        MOVE 'ON FILE   ' TO SHOW-LABEL.
        PERFORM SHOW-INDEX-POSITION.
        DISPLAY '  CHANGE TO  QTY ' EDT-FIELD-1A.
        PERFORM CONFIRM-CHANGE.
        IF NOT CHANGE-CONFIRMED
                GO TO CHP-EXIT.

        MOVE INDEX-RECORD TO BEFORE-IMAGE.
        DELETE INDEX-FILE RECORD.

        MOVE EDT-FIELD-1A TO IDX-FIELD-1A.
        PERFORM WRITE-INDEX-POSITION.

*       THE NEW KEY COLLIDED WITH A RECORD ALREADY ON THE INDEX.
*       THE OLD RECORD IS ALREADY OFF, SO IT IS PUT BACK AS IT WAS -
*       THAT KEY WAS JUST DELETED AND CANNOT COLLIDE - AND NOTHING IS
*       AUDITED OR QUEUED.
        IF WRITE-FAILED
                MOVE BEFORE-IMAGE TO INDEX-RECORD,
                WRITE INDEX-RECORD INVALID KEY
                        DISPLAY 'POSMNT - OPERATOR ATTENTION - '
                                'POSITION AT ' IDX-FIELD-1B ' '
                                IDX-CODE ' COULD NOT BE RESTORED - '
                                'REBUILD THE INDEX FROM THE MASTER'.
        IF WRITE-FAILED
                GO TO CHP-EXIT.

*       THE NIGHTLY CYCLE GETS THE DIFFERENCE AS A TRADE AGAINST THE
*       FULL STOCK CODE THE POSITION CARRIES ON FILE - POSUPD NETS
*       ON THE WHOLE CODE, NOT THE TAG THE INDEX IS KEYED ON.
        MOVE INDEX-RECORD TO AFTER-IMAGE.
        SUBTRACT BEFORE-FIELD-1A FROM EDT-FIELD-1A
                GIVING DIFFERENCE-QUANTITY.
        MOVE SPACE TO QUEUED-SIGN.
        IF DIFFERENCE-QUANTITY IS LESS THAN ZERO
                MOVE '-' TO QUEUED-SIGN,
                SUBTRACT DIFFERENCE-QUANTITY FROM 0
                        GIVING DIFFERENCE-QUANTITY.
        MOVE DIFFERENCE-QUANTITY TO QUEUED-QUANTITY.
        MOVE BEFORE-FIELD-2 TO QUEUED-FIELD-2.
        PERFORM RECORD-MAINTENANCE.
        ADD 1 TO CHANGED-COUNT.

CHP-EXIT.  EXIT.


DELETE-POSITION SECTION.
DLP-START.
*       A DELETE TAKES THE WHOLE POSITION OFF THE INDEX, AND QUEUES
*       A REDUCING TRADE FOR ALL OF IT SO POSUPD NETS THE MASTER'S
*       POSITION TO ZERO AND DROPS IT THE SAME NIGHT.
        IF NOT POSITION-FOUND
                ADD 1 TO REFUSED-COUNT,
                DISPLAY 'POSMNT - NO POSITION ON INDEX AT THAT KEY - '
                        'NOTHING TO DELETE',
                GO TO DLP-EXIT.

        MOVE 'ON FILE   ' TO SHOW-LABEL.
        PERFORM SHOW-INDEX-POSITION.
        DISPLAY '  POSITION WILL BE DELETED'.
        PERFORM CONFIRM-CHANGE.
        IF NOT CHANGE-CONFIRMED
                GO TO DLP-EXIT.

        MOVE INDEX-RECORD TO BEFORE-IMAGE.
        DELETE INDEX-FILE RECORD.

        MOVE SPACES TO AFTER-IMAGE.
        MOVE BEFORE-FIELD-1A TO QUEUED-QUANTITY.
        MOVE '-' TO QUEUED-SIGN.
        MOVE BEFORE-FIELD-2 TO QUEUED-FIELD-2.
        PERFORM RECORD-MAINTENANCE.
        ADD 1 TO DELETED-COUNT.

DLP-EXIT.  EXIT.


CONFIRM-CHANGE SECTION.
CFC-START.
*       NOTHING TOUCHES THE INDEX UNTIL THE OPERATOR HAS SEEN THE
*       POSITION AND SAID YES TO IT.
        MOVE SPACE TO CONFIRM-ANSWER.
        DISPLAY 'APPLY THIS CHANGE (Y/N): ' WITH NO ADVANCING.
        ACCEPT CONFIRM-ANSWER.
        IF NOT CHANGE-CONFIRMED
                ADD 1 TO DECLINED-COUNT,
                DISPLAY 'POSMNT - NOT APPLIED'.

CFC-EXIT.  EXIT.


SHOW-INDEX-POSITION SECTION.
SIP-START.
        DISPLAY '  ' SHOW-LABEL IDX-FIELD-1B ' ' IDX-FIELD-2 ' '
                IDX-CODE ' QTY ' IDX-FIELD-1A ' DATES '
                IDX-FIELD-4-1-YY IDX-FIELD-4-1 ' '
                IDX-FIELD-4-2-YY IDX-FIELD-4-2 ' TAG ' IDX-TAG
                ' ACCOUNT ' IDX-ACCOUNT.

SIP-EXIT.  EXIT.


RECORD-MAINTENANCE SECTION.
RCM-START.
*       THE APPLIED CHANGE IS AUDITED FIRST AND QUEUED SECOND, SO
*       NOTHING REACHES THE NIGHTLY CYCLE THAT THE AUDIT TRAIL DOES
*       NOT SHOW.  BOTH FILES ARE OPENED AND CLOSED AROUND THE ONE
*       RECORD, AS THE JOURNAL IS.
        MOVE 'E' TO AUDIT-OPEN-MODE.
        OPEN EXTEND AUDIT-FILE.

        MOVE SPACES TO AUDIT-RECORD.
        ACCEPT AUDIT-DATE-FIELDS FROM DATE.
        ACCEPT AUDIT-TIME-RAW FROM TIME.
        MOVE AUDIT-DATE-FIELDS TO AUD-DATE.
        MOVE AUDIT-TIME-HMS TO AUD-TIME.
        MOVE OPERATOR-ID TO AUD-OPERATOR.
        MOVE ACTION-ANSWER TO AUD-ACTION.
        MOVE EDT-FIELD-1B TO AUD-STOCK.
        MOVE BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
        MOVE AFTER-IMAGE TO AUD-AFTER-IMAGE.

        WRITE AUDIT-RECORD.
        CLOSE AUDIT-FILE.

        MOVE 'E' TO QUEUE-OPEN-MODE.
        OPEN EXTEND QUEUE-FILE.

        MOVE EDIT-RECORD TO QUEUE-RECORD.
        MOVE QUEUED-QUANTITY TO QUE-FIELD-1A.
        MOVE QUEUED-SIGN TO QUE-SIGN.
        MOVE QUEUED-FIELD-2 TO QUE-FIELD-2.

        WRITE QUEUE-RECORD.
        CLOSE QUEUE-FILE.

        ADD 1 TO APPLIED-COUNT.
        DISPLAY 'POSMNT - APPLIED, AUDITED AND QUEUED'.

RCM-EXIT.  EXIT.


EDIT-ONE-RECORD SECTION.
EOR-START.
*       APPLY THE FIELD EDITS IN ORDER OF SEVERITY, EXACTLY AS
*       EDIT-ONE-RECORD IN POSEDT DOES.  THE FIRST EDIT THE RECORD
*       FAILS SETS THE REASON CODE AND ENDS THE EDIT.
        MOVE SPACES TO REJECT-REASON-CODE.

        IF EDT-FIELD-1A IS NOT NUMERIC
                MOVE '01' TO REJECT-REASON-CODE,
                GO TO EOR-EXIT.

        IF EDT-FIELD-3 IS NOT NUMERIC
                MOVE '02' TO REJECT-REASON-CODE,
                GO TO EOR-EXIT.

        MOVE EDT-FIELD-4-1 TO EDIT-DATE-FIELD.
        PERFORM CHECK-DATE-FIELD.
        IF NOT DATE-OK
                MOVE '03' TO REJECT-REASON-CODE,
                GO TO EOR-EXIT.

        MOVE EDT-FIELD-4-2 TO EDIT-DATE-FIELD.
        PERFORM CHECK-DATE-FIELD.
        IF NOT DATE-OK
                MOVE '04' TO REJECT-REASON-CODE,
                GO TO EOR-EXIT.

        IF EDT-FIELD-2 IS EQUAL TO SPACES
                MOVE '05' TO REJECT-REASON-CODE,
                GO TO EOR-EXIT.

        MOVE EDT-FIELD-4-1-YY TO EDIT-YEAR-FIELD.
        PERFORM CHECK-YEAR-FIELD.
        IF NOT YEAR-OK
                MOVE '06' TO REJECT-REASON-CODE,
                GO TO EOR-EXIT.

        MOVE EDT-FIELD-4-2-YY TO EDIT-YEAR-FIELD.
        PERFORM CHECK-YEAR-FIELD.
        IF NOT YEAR-OK
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


LOAD-ACCOUNT-TABLE SECTION.
LAT-START.
*       THE ACCOUNT NUMBERS ARE READ INTO THE TABLE ONCE, AT THE
*       START OF THE SESSION, THE SAME AS POSEDT READS THEM.
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
                DISPLAY 'POSMNT - OPERATOR ATTENTION - ACCOUNT FILE '
                        ACCOUNT-FILE-NAME ' HOLDS MORE THAN '
                        MAX-ACCOUNTS ' ACCOUNTS - JOB TERMINATED',
                STOP RUN.

        MOVE ACT-ACCOUNT TO ACC-ACCOUNT (ACCOUNT-COUNT).
        GO TO LAT-LOOP.

LAT-DONE.
        CLOSE ACCOUNT-FILE.

LAT-EXIT.  EXIT.


CHECK-DATE-FIELD SECTION.
CDF-START.
*       A DATE FIELD IS ACCEPTABLE ENTIRELY BLANK, OR NUMERIC WITH A
*       MONTH OF 01-12 AND A DAY OF 01-31.
        MOVE 'Y' TO DATE-OK-SWITCH.

        IF EDIT-DATE-FIELD IS EQUAL TO SPACES
                GO TO CDF-EXIT.

        IF EDIT-DATE-FIELD IS NOT NUMERIC
                MOVE 'N' TO DATE-OK-SWITCH,
                GO TO CDF-EXIT.

        IF EDIT-DATE-MM IS LESS THAN 01 OR
           EDIT-DATE-MM IS GREATER THAN 12
                MOVE 'N' TO DATE-OK-SWITCH,
                GO TO CDF-EXIT.

        IF EDIT-DATE-DD IS LESS THAN 01 OR
           EDIT-DATE-DD IS GREATER THAN 31
                MOVE 'N' TO DATE-OK-SWITCH.

CDF-EXIT.  EXIT.


CHECK-YEAR-FIELD SECTION.
CYF-START.
*       A YEAR FIELD IS ACCEPTABLE ENTIRELY BLANK - THE OLD FEEDS
*       NEVER CARRIED ONE - OR NUMERIC, EXACTLY AS IN POSEDT.
        MOVE 'Y' TO YEAR-OK-SWITCH.

        IF EDIT-YEAR-FIELD IS EQUAL TO SPACES
                GO TO CYF-EXIT.

        IF EDIT-YEAR-FIELD IS NOT NUMERIC
                MOVE 'N' TO YEAR-OK-SWITCH.

CYF-EXIT.  EXIT.


DERIVE-FIELD-2-TAG SECTION.
DFT-START.
*       PARSE THE FIRST LEXICAL ITEM OF EDT-FIELD-2 - UP TO THREE
*       CHARACTERS, ENDED BY A BLANK - INTO THE FRONT OF THE TAG,
*       EXACTLY AS SORTER'S GET-STOCK-CODE BUILDS SORT-FIELD-2-TAG.
        SET EDT-ORIG-IDX, ENTRY-TAG-IDX TO 1.
        MOVE SPACES TO ENTRY-FIELD-2-TAG.

DFT-LOOP.
        IF EDT-ORIG-CHAR (EDT-ORIG-IDX) IS EQUAL TO SPACE  OR
           EDT-ORIG-IDX IS EQUAL TO 4
                GO TO DFT-EXIT.

        MOVE EDT-ORIG-CHAR (EDT-ORIG-IDX)
                TO ENTRY-TAG-CHAR (ENTRY-TAG-IDX).
        SET EDT-ORIG-IDX, ENTRY-TAG-IDX UP BY 1.
        GO TO DFT-LOOP.

DFT-EXIT.  EXIT.


FIND-INDEX-POSITION SECTION.
FIP-START.
*       POSITION THE INDEX AT THE LOWEST KEY THE POSITION COULD
*       CARRY - THE QUANTITY AT ZERO - AND READ FORWARD ONE RECORD.
*       THE POSITION IS FOUND WHEN EVERY KEY FIELD AHEAD OF THE
*       QUANTITY MATCHES, THE SAME TEST POSIDU MAKES.
        MOVE 'N' TO POSITION-FOUND-SWITCH.
        MOVE 'N' TO END-OF-INDEX-SWITCH.
        MOVE 'N' TO START-FAILED-SWITCH.

        MOVE SPACES TO IDX-RECORD-KEY.
        MOVE EDT-FIELD-1B TO IDX-FIELD-1B.
        MOVE ENTRY-FIELD-2-TAG TO IDX-FIELD-2-TAG.
        MOVE EDT-CODE TO IDX-CODE.
        MOVE EDT-FIELD-4-1-YY TO IDX-FIELD-4-1-YY.
        MOVE EDT-FIELD-4-1 TO IDX-FIELD-4-1.
        MOVE EDT-FIELD-4-2-YY TO IDX-FIELD-4-2-YY.
        MOVE EDT-FIELD-4-2 TO IDX-FIELD-4-2.
        MOVE EDT-ACCOUNT TO IDX-ACCOUNT.
        MOVE 0 TO IDX-FIELD-1A.

        START INDEX-FILE KEY IS NOT LESS THAN IDX-RECORD-KEY
                INVALID KEY MOVE 'Y' TO START-FAILED-SWITCH.
        IF START-FAILED
                GO TO FIP-EXIT.

        READ INDEX-FILE NEXT RECORD AT END
                MOVE 'Y' TO END-OF-INDEX-SWITCH.
        IF END-OF-INDEX
                GO TO FIP-EXIT.

        IF IDX-FIELD-1B IS EQUAL TO EDT-FIELD-1B AND
           IDX-FIELD-2-TAG IS EQUAL TO ENTRY-FIELD-2-TAG AND
           IDX-CODE IS EQUAL TO EDT-CODE AND
           IDX-FIELD-4-1-YY IS EQUAL TO EDT-FIELD-4-1-YY AND
           IDX-FIELD-4-1 IS EQUAL TO EDT-FIELD-4-1 AND
           IDX-FIELD-4-2-YY IS EQUAL TO EDT-FIELD-4-2-YY AND
           IDX-FIELD-4-2 IS EQUAL TO EDT-FIELD-4-2 AND
           IDX-ACCOUNT IS EQUAL TO EDT-ACCOUNT
                MOVE 'Y' TO POSITION-FOUND-SWITCH.

FIP-EXIT.  EXIT.


BUILD-NEW-INDEX-POSITION SECTION.
BNP-START.
*       A NEW POSITION GOES ON THE INDEX THE WAY BUILD-INDEX-FILE
*       WOULD HAVE WRITTEN IT - KEY FROM THE ENTRY, TAG FROM THE
*       SAME CODE TABLE SORTER TAGS WITH, TAG 13 FOR A CODE THE
*       TABLE DOES NOT KNOW.
        MOVE SPACES TO INDEX-RECORD.
        MOVE EDT-FIELD-1B TO IDX-FIELD-1B.
        MOVE ENTRY-FIELD-2-TAG TO IDX-FIELD-2-TAG.
        MOVE EDT-CODE TO IDX-CODE.
        MOVE EDT-FIELD-4-1-YY TO IDX-FIELD-4-1-YY.
        MOVE EDT-FIELD-4-1 TO IDX-FIELD-4-1.
        MOVE EDT-FIELD-4-2-YY TO IDX-FIELD-4-2-YY.
        MOVE EDT-FIELD-4-2 TO IDX-FIELD-4-2.
        MOVE EDT-ACCOUNT TO IDX-ACCOUNT.
        MOVE EDT-FIELD-1A TO IDX-FIELD-1A.
        MOVE EDT-FIELD-2 TO IDX-FIELD-2.

        SET THE-INDEX TO 1.
        SEARCH ALL OF-THE-TABLE
                AT END
                        DISPLAY 'POSMNT - UNRECOGNIZED TRANSACTION '
                                'CODE ' EDT-CODE ' AT KEY '
                                EDT-FIELD-1B,
                        MOVE 13 TO IDX-TAG,

                WHEN THE-CODE (THE-INDEX) = EDT-CODE
                        MOVE THE-TAG (THE-INDEX) TO IDX-TAG.

BNP-EXIT.  EXIT.


WRITE-INDEX-POSITION SECTION.
WIP-START.
*       A WRITE THAT COLLIDES WITH A KEY ALREADY ON FILE IS REPORTED
*       AND THE CHANGE IS NOT POSTED.  THE CALLER SEES WRITE-FAILED
*       AND, ON THE CHANGE PATH, PUTS THE DELETED RECORD BACK.
        MOVE 'N' TO WRITE-FAILED-SWITCH.
        WRITE INDEX-RECORD INVALID KEY
                MOVE 'Y' TO WRITE-FAILED-SWITCH.
        IF WRITE-FAILED
                ADD 1 TO REFUSED-COUNT,
                DISPLAY 'POSMNT - KEY ALREADY ON INDEX AT '
                        IDX-FIELD-1B ' ' IDX-CODE ' QTY '
                        IDX-FIELD-1A ' - CHANGE NOT POSTED'.

WIP-EXIT.  EXIT.


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
        MOVE 'POSMNT' TO RL-PROGRAM.
        MOVE JRN-EVENT TO RL-EVENT.
        MOVE JRN-FILE-NAME TO RL-FILE-NAME.
        MOVE JRN-COUNT TO RL-COUNT.
        MOVE JRN-TEXT TO RL-TEXT.

        WRITE RUNLOG-RECORD.
        CLOSE RUNLOG-FILE.

        MOVE SPACES TO JRN-EVENT, JRN-FILE-NAME, JRN-TEXT.
        MOVE 0 TO JRN-COUNT.
