        SELECT BACKUP-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT QUEUE-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT QUEUE-CARRY-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT MERGE-FILE ASSIGN TO DSK, DSK, DSK, DSK, DSK, DSK.

        SELECT PARAM-FILE ASSIGN TO DSK
        SELECT RUNLOG-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

        SELECT BUSINESS-DATE-FILE ASSIGN TO DSK
                RECORDING MODE IS ASCII.

DATA DIVISION.
FILE SECTION.

        05  MST-FIELD-2         PIC X(6).
        05  MST-FIELD-4-2-YY    PIC X(2).
        05  MST-FIELD-4-1-YY    PIC X(2).
        05  MST-ACCOUNT         PIC X(8).
        05  FILLER              PIC X(31).
        05  MST-TAG             PIC 9(2).
        05  MST-FIELD-2-TAG     PIC X(5).

*       TRADE-FILE CARRIES THE DAY'S TRADES IN THE SAME 76-BYTE RECORD
*       FORMAT AS THE POSITION FILE.  THE BYTE FOLLOWING THE
*       TRANSACTION CODE CARRIES THE DIRECTION OF THE TRADE - A '-'
*       REDUCES THE POSITION, ANYTHING ELSE INCREASES IT.  THE
*       ACCOUNT FOLLOWS THE YEAR FIELDS, AS IN SORT-RECORD.

FD  TRADE-FILE
    VALUE OF ID IS TRADE-FILE-NAME.
        05  TRD-FIELD-2         PIC X(6).
        05  TRD-FIELD-4-2-YY    PIC X(2).
        05  TRD-FIELD-4-1-YY    PIC X(2).
        05  TRD-ACCOUNT         PIC X(8).
        05  FILLER              PIC X(31).

*       UPDATE-FILE IS THE UPDATED, UNSORTED MASTER.  IT IS WRITTEN IN
*       THE SAME 76-BYTE FORMAT SORTER READS, SO THE NORMAL SORTER RUN
    VALUE OF ID IS BACKUP-FILE-NAME.
01  BACKUP-RECORD                       PIC X(83).

*       QUEUE-FILE IS THE POSITION MAINTENANCE QUEUE POSMNT APPENDS
*       TO DURING THE DAY - ONE TRADE-FORMAT RECORD PER CHANGE MADE
*       ON THE INDEX.  IT IS NOT READ IN PLACE: IT IS FIRST CARRIED
*       ONTO A QUEUE-CARRY-FILE DATED YYMMDD BY BUSINESS DATE, AND
*       EMPTIED, SO A CHANGE KEYED WHILE THE APPLY RUNS WAITS FOR
*       TOMORROW NIGHT INSTEAD OF BEING LOST.  A RERUN OF THE SAME
*       BUSINESS DATE ADDS TO THAT DAY'S CARRY FILE, SO RESTORING
*       THE MASTER BACKUP AND RERUNNING APPLIES EVERY CHANGE CARRIED
*       THAT DAY.  THE YEAR IS IN THE NAME SO THE SAME MONTH AND DAY
*       A YEAR LATER STARTS A CARRY OF ITS OWN AND NEVER REPLAYS
*       LAST YEAR'S CHANGES.

FD  QUEUE-FILE
    VALUE OF ID IS QUEUE-FILE-NAME.
01  QUEUE-RECORD                        PIC X(76).

FD  QUEUE-CARRY-FILE
    VALUE OF ID IS QUEUE-CARRY-FILE-NAME.
01  QUEUE-CARRY-RECORD.
        05  QCR-FIELD-1B        PIC X(5).
        05  QCR-FIELD-1A        PIC 9(5).
        05  FILLER              PIC 9(3).
        05  QCR-FIELD-4-2       PIC X(4).
        05  QCR-FIELD-4-1       PIC X(4).
        05  QCR-CODE            PIC X(3).
        05  QCR-SIGN            PIC X.
            88  QUEUED-CHANGE-REDUCES VALUE '-'.
        05  FILLER              PIC X(2).
        05  QCR-FIELD-2         PIC X(6).
        05  QCR-FIELD-4-2-YY    PIC X(2).
        05  QCR-FIELD-4-1-YY    PIC X(2).
        05  QCR-ACCOUNT         PIC X(8).
        05  FILLER              PIC X(31).

*       EACH MASTER AND TRADE RECORD IS RELEASED TO MERGE-FILE WITH
*       ITS SIGNED QUANTITY AND ITS FULL RECORD IMAGE, KEYED BY THE
*       STOCK/OPTION KEY AND THE ACCOUNT - ONE ACCOUNT'S TRADES NET
*       AGAINST THAT ACCOUNT'S POSITION AND NO OTHER'S, AND THE
*       ACCOUNT ENDS THE KEY SO A STOCK'S ACCOUNTS STILL ARRIVE
*       TOGETHER.  MRG-SOURCE IS THE LAST SORT KEY SO THE
*       MASTER RECORD OF A KEY GROUP ('M') ALWAYS ARRIVES AHEAD OF THE
*       DAY'S TRADES ('T') AND SUPPLIES THE RECORD IMAGE CARRIED
*       FORWARD.  A QUEUED MAINTENANCE CHANGE IS RELEASED AS A TRADE.

SD  MERGE-FILE.
01  MERGE-RECORD.
            10  MRG-FIELD-4-1   PIC X(4).
            10  MRG-FIELD-4-2-YY PIC X(2).
            10  MRG-FIELD-4-2   PIC X(4).
            10  MRG-ACCOUNT     PIC X(8).
        05  MRG-SOURCE          PIC X.
        05  MRG-QUANTITY        PIC S9(6) USAGE IS COMPUTATIONAL.
        05  MRG-IMAGE           PIC X(76).
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

WORKING-STORAGE SECTION.

77  BUSINESS-DATE-FILE-NAME      PIC X(9) VALUE 'POSBDT'.
77  BUSINESS-DATE-MISSING-SWITCH PIC X VALUE 'N'.
        88  BUSINESS-DATE-FILE-MISSING VALUE 'Y'.

77  WAIT-TIME   COMP-1 VALUE IS 5.
77  MAX-OPEN-TRIES              PIC 9(2) VALUE IS 5.
77  OPEN-TRY-COUNT              PIC 9(2) VALUE IS 0.
77  TRADE-FILE-MISSING-SWITCH    PIC X VALUE 'N'.
        88  TRADE-FILE-MISSING       VALUE 'Y'.

77  QUEUE-FILE-NAME              PIC X(9) VALUE 'MNTQUE'.
01  QUEUE-CARRY-FILE-NAME        PIC X(13) VALUE SPACES.
77  QUEUE-FILE-NAME-LENGTH       PIC 9(2) VALUE 9.
77  QUEUE-MISSING-SWITCH         PIC X VALUE 'N'.
        88  QUEUE-FILE-MISSING       VALUE 'Y'.
77  QUEUE-CARRY-OPEN-MODE        PIC X VALUE 'E'.
        88  QUEUE-CARRY-OPENING-FOR-EXTEND VALUE 'E'.
        88  QUEUE-CARRY-OPENING-FOR-OUTPUT VALUE 'O'.

77  PARAM-FILE-NAME              PIC X(9) VALUE 'POSPRM'.
77  PARAM-FILE-MISSING-SWITCH    PIC X VALUE 'N'.
        88  PARAM-FILE-MISSING       VALUE 'Y'.
*       KEY GROUP, AND GROUP-HELD-SWITCH KEEPS THE BREAK PARAGRAPH
*       FROM WRITING A PHANTOM POSITION BEFORE ANY GROUP EXISTS.

01  PREVIOUS-KEY                 PIC X(34) VALUE HIGH-VALUES.
77  GROUP-HELD-SWITCH            PIC X VALUE 'N'.
        88  GROUP-HELD               VALUE 'Y'.
77  HELD-SOURCE                  PIC X VALUE SPACE.

77  MASTER-RECORD-COUNT          PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  TRADE-RECORD-COUNT           PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  QUEUED-CHANGE-COUNT          PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  QUEUE-CARRIED-COUNT          PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  UPDATED-RECORD-COUNT         PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  NEW-POSITION-COUNT           PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
77  DROPPED-RECORD-COUNT         PIC 9(6) USAGE IS COMPUTATIONAL VALUE 0.
USE AFTER STANDARD ERROR PROCEDURE ON TRADE-FILE OPEN.

TRADE-OPEN-RECOVERY.
*       NO TRADE FILE - NO TRADES TO APPLY, SO THE MASTER PASSES
*       THROUGH TO UPDATE-FILE CHANGED ONLY BY THE QUEUED
*       MAINTENANCE, IF ANY.
        DISPLAY 'POSUPD - NO TRADE FILE ' TRADE-FILE-NAME
                ' - NO TRADES APPLIED'.
        MOVE 'Y' TO TRADE-FILE-MISSING-SWITCH.


QUEUE-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON QUEUE-FILE OPEN.

QUEUE-OPEN-RECOVERY.
*       NO MAINTENANCE QUEUE - NOTHING WAS CHANGED ON THE INDEX
*       TODAY, OR NOT SINCE THE LAST APPLY.
        MOVE 'Y' TO QUEUE-MISSING-SWITCH.


QUEUE-CARRY-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON QUEUE-CARRY-FILE OPEN.

QUEUE-CARRY-OPEN-RECOVERY.
*       NO CARRY FILE YET FOR THIS BUSINESS DATE - CREATE IT, WITH
*       THE SAME NO-RE-ENTRY GUARD THE OTHER CREATED FILES USE.
        IF QUEUE-CARRY-OPENING-FOR-EXTEND
                MOVE 'O' TO QUEUE-CARRY-OPEN-MODE,
                OPEN OUTPUT QUEUE-CARRY-FILE.


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


        PERFORM WRITE-RUN-JOURNAL.

        PERFORM BACKUP-PROCEDURE.
        PERFORM CARRY-QUEUE-ASIDE.

        SORT MERGE-FILE ON ASCENDING KEY
                MRG-FIELD-1B,
                MRG-FIELD-4-1,
                MRG-FIELD-4-2-YY,
                MRG-FIELD-4-2,
                MRG-ACCOUNT,
                MRG-SOURCE,

        INPUT PROCEDURE IS MERGE-INPUT,
*       COPY THE MASTER TO A DATED BACKUP FILE BEFORE THE APPLY
*       REWRITES IT, SO A FAILED RUN CAN BE RECOVERED BY RESTORING
*       THE BACKUP INSTEAD OF WAITING ON THE UPSTREAM REBUILD.
        PERFORM READ-BUSINESS-DATE.

        MOVE 0 TO MASTER-FILE-NAME-LENGTH.
        INSPECT MASTER-FILE-NAME TALLYING MASTER-FILE-NAME-LENGTH
        CLOSE MASTER-FILE, BACKUP-FILE.


CARRY-QUEUE-ASIDE SECTION.
CQA-START.
*       CARRY THE MAINTENANCE QUEUE ONTO THE DATED CARRY FILE AND
*       EMPTY IT.  THE CARRY FILE IS CREATED EVEN WHEN THERE IS NO
*       QUEUE, SO THE MERGE ALWAYS HAS ONE TO READ.  THE BUSINESS
*       DATE WAS READ BY BACKUP-PROCEDURE.
        MOVE 0 TO QUEUE-FILE-NAME-LENGTH.
        INSPECT QUEUE-FILE-NAME TALLYING QUEUE-FILE-NAME-LENGTH
                FOR CHARACTERS BEFORE INITIAL SPACE.

        MOVE SPACES TO QUEUE-CARRY-FILE-NAME.
        STRING QUEUE-FILE-NAME (1 : QUEUE-FILE-NAME-LENGTH)
                        DELIMITED BY SIZE
                TODAY-YY                DELIMITED BY SIZE
                TODAY-MM                DELIMITED BY SIZE
                TODAY-DD                DELIMITED BY SIZE
                INTO QUEUE-CARRY-FILE-NAME.

        MOVE 'E' TO QUEUE-CARRY-OPEN-MODE.
        OPEN EXTEND QUEUE-CARRY-FILE.
        MOVE 'N' TO QUEUE-MISSING-SWITCH.
        OPEN INPUT QUEUE-FILE.
        IF QUEUE-FILE-MISSING
                GO TO CQA-DONE-NO-QUEUE.

CQA-LOOP.
        READ QUEUE-FILE INTO QUEUE-CARRY-RECORD AT END
                GO TO CQA-DONE.

        WRITE QUEUE-CARRY-RECORD.
        ADD 1 TO QUEUE-CARRIED-COUNT.
        GO TO CQA-LOOP.

CQA-DONE.
        CLOSE QUEUE-FILE.

*       THE QUEUE IS EMPTIED ONLY ONCE ITS CHANGES ARE SAFE ON THE
*       CARRY FILE.
        OPEN OUTPUT QUEUE-FILE.
        CLOSE QUEUE-FILE.

CQA-DONE-NO-QUEUE.
        CLOSE QUEUE-CARRY-FILE.
        DISPLAY 'POSUPD - ' QUEUE-CARRIED-COUNT ' MAINTENANCE '
                'CHANGE(S) CARRIED FROM ' QUEUE-FILE-NAME ' TO '
                QUEUE-CARRY-FILE-NAME.

CQA-EXIT.  EXIT.


MERGE-INPUT SECTION.
MERGE-INPUT-START.
        MOVE 0 TO OPEN-TRY-COUNT.
        MOVE MST-FIELD-4-1 TO MRG-FIELD-4-1.
        MOVE MST-FIELD-4-2-YY TO MRG-FIELD-4-2-YY.
        MOVE MST-FIELD-4-2 TO MRG-FIELD-4-2.
        MOVE MST-ACCOUNT TO MRG-ACCOUNT.
        MOVE MST-FIELD-1A TO MRG-QUANTITY.
        MOVE 'M' TO MRG-SOURCE.
        MOVE MASTER-RECORD TO MRG-IMAGE.
        CLOSE MASTER-FILE.
        OPEN INPUT TRADE-FILE.
        IF TRADE-FILE-MISSING
                GO TO QUEUE-START.

TRADE-LOOP.
        READ TRADE-FILE AT END
        MOVE TRD-FIELD-4-1 TO MRG-FIELD-4-1.
        MOVE TRD-FIELD-4-2-YY TO MRG-FIELD-4-2-YY.
        MOVE TRD-FIELD-4-2 TO MRG-FIELD-4-2.
        MOVE TRD-ACCOUNT TO MRG-ACCOUNT.
        IF TRADE-REDUCES
                SUBTRACT TRD-FIELD-1A FROM 0 GIVING MRG-QUANTITY
        ELSE
TRADE-DONE.
        CLOSE TRADE-FILE.

QUEUE-START.
*       THE MAINTENANCE CHANGES CARRIED FROM THE QUEUE GO IN BEHIND
*       THE DAY'S TRADES, EACH ONE A TRADE LIKE ANY OTHER.
        OPEN INPUT QUEUE-CARRY-FILE.

QUEUE-LOOP.
        READ QUEUE-CARRY-FILE AT END
                GO TO QUEUE-DONE.

        IF QUEUE-CARRY-RECORD IS EQUAL TO SPACES
                GO TO QUEUE-LOOP.

        ADD 1 TO QUEUED-CHANGE-COUNT.

        MOVE QCR-FIELD-1B TO MRG-FIELD-1B.
        MOVE QCR-FIELD-2 TO MRG-FIELD-2.
        MOVE QCR-CODE TO MRG-CODE.
        MOVE QCR-FIELD-4-1-YY TO MRG-FIELD-4-1-YY.
        MOVE QCR-FIELD-4-1 TO MRG-FIELD-4-1.
        MOVE QCR-FIELD-4-2-YY TO MRG-FIELD-4-2-YY.
        MOVE QCR-FIELD-4-2 TO MRG-FIELD-4-2.
        MOVE QCR-ACCOUNT TO MRG-ACCOUNT.
        IF QUEUED-CHANGE-REDUCES
                SUBTRACT QCR-FIELD-1A FROM 0 GIVING MRG-QUANTITY
        ELSE
                MOVE QCR-FIELD-1A TO MRG-QUANTITY.
        MOVE 'T' TO MRG-SOURCE.
        MOVE QUEUE-CARRY-RECORD TO MRG-IMAGE.

        RELEASE MERGE-RECORD.
        GO TO QUEUE-LOOP.

QUEUE-DONE.
        CLOSE QUEUE-CARRY-FILE.

MERGE-INPUT-EXIT.  EXIT.


        DISPLAY '****************************************'.
        DISPLAY '  MASTER RECORDS READ      ' MASTER-RECORD-COUNT.
        DISPLAY '  TRADE RECORDS APPLIED    ' TRADE-RECORD-COUNT.
        DISPLAY '  QUEUED CHANGES APPLIED   ' QUEUED-CHANGE-COUNT.
        DISPLAY '  POSITIONS WRITTEN        ' UPDATED-RECORD-COUNT.
        DISPLAY '  NEW POSITIONS ADDED      ' NEW-POSITION-COUNT.
        DISPLAY '  POSITIONS NETTED TO ZERO ' DROPPED-RECORD-COUNT.
        DISPLAY '  NEGATIVE NET POSITIONS   ' NEGATIVE-NET-COUNT.


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
                DISPLAY 'POSUPD - NO BUSINESS DATE RECORD '
                        BUSINESS-DATE-FILE-NAME ' - SYSTEM DATE USED',
                GO TO RBD-EXIT.

        READ BUSINESS-DATE-FILE AT END
                MOVE SPACES TO BUSINESS-DATE-RECORD.
        CLOSE BUSINESS-DATE-FILE.

        IF BDT-BUSINESS-DATE IS NOT NUMERIC
                DISPLAY 'POSUPD - BUSINESS DATE RECORD '
                        BUSINESS-DATE-FILE-NAME ' UNREADABLE - SYSTEM '
                        'DATE USED',
                GO TO RBD-EXIT.

        MOVE BDT-BUSINESS-DATE TO TODAY-DATE-FIELDS.

RBD-EXIT.  EXIT.
