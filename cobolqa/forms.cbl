        RECORDING MODE IS ASCII.
    SELECT RESULT-FILE ASSIGN TO DSK
        RECORDING MODE IS ASCII.
    SELECT BASELINE-FILE ASSIGN TO DSK
        RECORDING MODE IS ASCII.
    SELECT RUNLOG-FILE ASSIGN TO DSK
        RECORDING MODE IS ASCII.

        03  RR-LINKC         PIC 9(2).
        03  RR-LINKD         PIC 9(2).

* BASELINE-FILE IS A CERTIFIED COPY OF RESULT-FILE - THE RESULTS THE
* STANDING SENTENCE SUITE IS EXPECTED TO PRODUCE.  A REGRESSION RUN
* COMPARES EACH NEW RESULT AGAINST IT; A PROMOTE RUN REPLACES IT WITH
* THE CURRENT RESULTS ONCE A GRAMMAR CHANGE HAS BEEN APPROVED.  THE
* LAYOUT MATCHES RESULT-RECORD.

FD  BASELINE-FILE
    VALUE OF ID IS BASELINE-FILE-NAME.
01  BASELINE-RECORD.
    02  BR-SENTENCE-NO       PIC 9(3).
    02  FILLER               PIC X.
    02  BR-FAIL-FLAG         PIC X.
    02  FILLER               PIC X.
    02  BR-PART OCCURS 12 TIMES.
        03  BR-TYPE          PIC X.
        03  BR-VALUE         PIC 9(4).
        03  BR-LINKC         PIC 9(2).
        03  BR-LINKD         PIC 9(2).

* RUNLOG-FILE IS THE CUMULATIVE RUN JOURNAL THE WHOLE SYSTEM APPENDS
* TO.  THE LAYOUT MATCHES RUNLOG-RECORD IN SORTER.

01  GRAMMAR-FILE-NAME        PIC X(9) VALUE "GRAMTB".
01  SENTENCE-FILE-NAME       PIC X(9) VALUE "SENTIN".
01  RESULT-FILE-NAME         PIC X(9) VALUE "FORMSO".
01  BASELINE-FILE-NAME       PIC X(9) VALUE "FORMSB".
01  LOAD-NODE-COUNT          PIC 9(3) USAGE IS COMPUTATIONAL VALUE 0.
01  LOAD-WORD-COUNT          PIC 9(2) USAGE IS COMPUTATIONAL VALUE 0.
01  SI                       PIC 9(2) USAGE IS COMPUTATIONAL.
01  SENTENCE-EOF-FLAG        PIC X VALUE "F".
01  UNKNOWN-WORD-FLAG        PIC X.

* THE OPERATOR CHOOSES THE RUN MODE AT THE CONSOLE.  A BLANK ANSWER
* PARSES THE SENTENCES AS FORMS ALWAYS HAS.  REGRESS PARSES THEM AND
* THEN CHECKS THE RESULTS AGAINST THE BASELINE; PROMOTE PARSES
* NOTHING AND MAKES THE CURRENT RESULTS THE NEW BASELINE.

01  RUN-MODE                 PIC X(8) VALUE SPACES.
    88  PARSE-MODE           VALUE SPACES.
    88  REGRESSION-MODE      VALUE "REGRESS".
    88  PROMOTE-MODE         VALUE "PROMOTE".

* THE TWO FILES ARE MATCHED ON SENTENCE NUMBER.  A FILE AT ITS END
* CARRIES A MATCH NUMBER NO SENTENCE CAN HAVE, SO THE OTHER FILE'S
* REMAINING RECORDS ALL SORT AHEAD OF IT.

01  BASELINE-MISSING-FLAG    PIC X VALUE "F".
01  RESULT-MATCH-NO          PIC 9(4) USAGE IS COMPUTATIONAL.
01  BASELINE-MATCH-NO        PIC 9(4) USAGE IS COMPUTATIONAL.
01  RI                       PIC 9(2) USAGE IS COMPUTATIONAL.
01  COMPARED-COUNT           PIC 9(3) USAGE IS COMPUTATIONAL VALUE 0.
01  UNCHANGED-COUNT          PIC 9(3) USAGE IS COMPUTATIONAL VALUE 0.
01  NEWLY-FAILING-COUNT      PIC 9(3) USAGE IS COMPUTATIONAL VALUE 0.
01  NEWLY-PASSING-COUNT      PIC 9(3) USAGE IS COMPUTATIONAL VALUE 0.
01  PARSED-DIFFERENTLY-COUNT PIC 9(3) USAGE IS COMPUTATIONAL VALUE 0.
01  NEW-SENTENCE-COUNT       PIC 9(3) USAGE IS COMPUTATIONAL VALUE 0.
01  MISSING-SENTENCE-COUNT   PIC 9(3) USAGE IS COMPUTATIONAL VALUE 0.
01  REGRESSION-DIFF-COUNT    PIC 9(4) USAGE IS COMPUTATIONAL VALUE 0.
01  PROMOTED-COUNT           PIC 9(3) USAGE IS COMPUTATIONAL VALUE 0.

* JOURNAL EVENTS ARE STAGED HERE, THEN WRITE-RUN-JOURNAL STAMPS AND
* APPENDS THEM, THE SAME AS THE POSITION PROGRAMS DO.

        MOVE "O" TO RUNLOG-OPEN-MODE
        OPEN OUTPUT RUNLOG-FILE.

BASELINE-OPEN-ERROR SECTION.

USE AFTER STANDARD ERROR PROCEDURE ON BASELINE-FILE OPEN.

BASELINE-OPEN-RECOVERY.
* NO BASELINE YET - NOTHING HAS BEEN PROMOTED, SO A REGRESSION RUN
* HAS NOTHING TO COMPARE AGAINST.
    MOVE "T" TO BASELINE-MISSING-FLAG.

END DECLARATIVES.

EXECUTIVE SECTION.
*  <SENTENCE> ::= <LOOK>/PAUSE
*  <LOOK>     ::= LOOK+AROUND/LOOK
    DISPLAY "EXEC-10".
EXEC-12.
    DISPLAY "FORMS - RUN MODE (BLANK TO PARSE, REGRESS, PROMOTE):".
    ACCEPT RUN-MODE.
    IF NOT PARSE-MODE
     AND NOT REGRESSION-MODE
     AND NOT PROMOTE-MODE
        DISPLAY "FORMS - UNKNOWN RUN MODE " RUN-MODE
        GO TO EXEC-12.
    MOVE "RUNSTART" TO JRN-EVENT.
    MOVE SENTENCE-FILE-NAME TO JRN-FILE-NAME.
    MOVE "RUN STARTED" TO JRN-TEXT.
    PERFORM WRITE-RUN-JOURNAL.
    IF PROMOTE-MODE
        PERFORM PROMOTE-BASELINE
        MOVE "RUNEND" TO JRN-EVENT
        MOVE BASELINE-FILE-NAME TO JRN-FILE-NAME
        MOVE PROMOTED-COUNT TO JRN-COUNT
        MOVE "RUN ENDED - COUNT IS RESULTS PROMOTED" TO JRN-TEXT
        PERFORM WRITE-RUN-JOURNAL
        STOP RUN.
    PERFORM LOAD-GRAMMAR.
    OPEN INPUT SENTENCE-FILE.
    OPEN OUTPUT RESULT-FILE.
    CLOSE SENTENCE-FILE.
    CLOSE RESULT-FILE.
    DISPLAY "FORMS - " SENTENCE-COUNT " SENTENCE(S) PROCESSED".
    IF REGRESSION-MODE
        PERFORM COMPARE-BASELINE.
    MOVE "RUNEND" TO JRN-EVENT.
    MOVE SENTENCE-FILE-NAME TO JRN-FILE-NAME.
    MOVE SENTENCE-COUNT TO JRN-COUNT.
        CALL ABORT.
    MOVE GR-FIELD-2 TO VOCAB-TYPE (LOAD-WORD-COUNT).
    MOVE GR-FIELD-1 TO VOCAB-VALUE (LOAD-WORD-COUNT).


COMPARE-BASELINE SECTION.
* MATCH THE RESULTS JUST WRITTEN AGAINST THE BASELINE ON SENTENCE
* NUMBER AND LIST EVERY SENTENCE THAT DOES NOT COME OUT THE WAY IT
* DID WHEN THE BASELINE WAS PROMOTED.  ANY DIFFERENCE AT ALL FAILS
* THE REGRESSION - A SENTENCE THAT NEWLY PASSES IS STILL A CHANGE
* SOMEONE HAS TO APPROVE BEFORE IT IS PROMOTED.
COMPARE-BASELINE-10.
    MOVE "F" TO BASELINE-MISSING-FLAG.
    OPEN INPUT BASELINE-FILE.
    IF BASELINE-MISSING-FLAG EQUALS "T"
        DISPLAY "FORMS - NO BASELINE " BASELINE-FILE-NAME
            " - PROMOTE A SET OF RESULTS BEFORE REGRESSING"
        MOVE "REGRFAIL" TO JRN-EVENT
        MOVE "NO BASELINE - PROMOTE RESULTS FIRST" TO JRN-TEXT
        GO TO COMPARE-BASELINE-90.
    OPEN INPUT RESULT-FILE.
    PERFORM READ-RESULT.
    PERFORM READ-BASELINE.
COMPARE-BASELINE-20.
    IF RESULT-MATCH-NO EQUALS 9999
     AND BASELINE-MATCH-NO EQUALS 9999
        GO TO COMPARE-BASELINE-70.
    IF RESULT-MATCH-NO IS LESS THAN BASELINE-MATCH-NO
        DISPLAY "FORMS - SENTENCE " RR-SENTENCE-NO
            " IS NEW - NOT IN THE BASELINE"
        DISPLAY "FORMS -   NOW " RESULT-RECORD
        ADD 1 TO NEW-SENTENCE-COUNT
        PERFORM READ-RESULT
        GO TO COMPARE-BASELINE-20.
    IF RESULT-MATCH-NO IS GREATER THAN BASELINE-MATCH-NO
        DISPLAY "FORMS - SENTENCE " BR-SENTENCE-NO
            " IS MISSING - IN THE BASELINE ONLY"
        DISPLAY "FORMS -   WAS " BASELINE-RECORD
        ADD 1 TO MISSING-SENTENCE-COUNT
        PERFORM READ-BASELINE
        GO TO COMPARE-BASELINE-20.
    PERFORM COMPARE-ONE-SENTENCE.
    PERFORM READ-RESULT.
    PERFORM READ-BASELINE.
    GO TO COMPARE-BASELINE-20.
COMPARE-BASELINE-70.
    CLOSE RESULT-FILE.
    CLOSE BASELINE-FILE.
    ADD NEWLY-FAILING-COUNT TO REGRESSION-DIFF-COUNT.
    ADD NEWLY-PASSING-COUNT TO REGRESSION-DIFF-COUNT.
    ADD PARSED-DIFFERENTLY-COUNT TO REGRESSION-DIFF-COUNT.
    ADD NEW-SENTENCE-COUNT TO REGRESSION-DIFF-COUNT.
    ADD MISSING-SENTENCE-COUNT TO REGRESSION-DIFF-COUNT.
    DISPLAY "FORMS - " COMPARED-COUNT " SENTENCE(S) COMPARED, "
        UNCHANGED-COUNT " UNCHANGED".
    DISPLAY "FORMS - " NEWLY-FAILING-COUNT " NEWLY FAILING, "
        NEWLY-PASSING-COUNT " NEWLY PASSING, "
        PARSED-DIFFERENTLY-COUNT " PARSED DIFFERENTLY".
    DISPLAY "FORMS - " NEW-SENTENCE-COUNT " NEW, "
        MISSING-SENTENCE-COUNT " MISSING FROM THE RESULTS".
COMPARE-BASELINE-80.
    IF REGRESSION-DIFF-COUNT EQUALS ZERO
        DISPLAY "FORMS - REGRESSION AGAINST " BASELINE-FILE-NAME
            " - PASS"
        MOVE "REGRPASS" TO JRN-EVENT
        MOVE "REGRESSION MATCHES BASELINE - PASS" TO JRN-TEXT
    ELSE
        DISPLAY "FORMS - REGRESSION AGAINST " BASELINE-FILE-NAME
            " - FAIL - " REGRESSION-DIFF-COUNT " DIFFERENCE(S)"
        MOVE "REGRFAIL" TO JRN-EVENT
        MOVE "REGRESSION DIFFERS FROM BASELINE - FAIL" TO JRN-TEXT.
COMPARE-BASELINE-90.
    MOVE BASELINE-FILE-NAME TO JRN-FILE-NAME.
    MOVE REGRESSION-DIFF-COUNT TO JRN-COUNT.
    PERFORM WRITE-RUN-JOURNAL.


COMPARE-ONE-SENTENCE SECTION.
* SPLIT OUT SO THE COMPARE'S SECTION-LEVEL FLOW CANNOT FALL INTO IT.
* A CHANGED FAIL-FLAG SAYS WHICH WAY THE SENTENCE WENT; WITH THE
* FLAG UNCHANGED, ANY OF THE TWELVE SENT ENTRIES DIFFERING MEANS THE
* SENTENCE NOW PARSES INTO DIFFERENT PARTS.
COMPARE-ONE-10.
    ADD 1 TO COMPARED-COUNT.
    IF RR-FAIL-FLAG EQUALS BR-FAIL-FLAG
        GO TO COMPARE-ONE-20.
    IF RR-FAIL-FLAG EQUALS "T"
        DISPLAY "FORMS - SENTENCE " RR-SENTENCE-NO " NEWLY FAILS"
        ADD 1 TO NEWLY-FAILING-COUNT
    ELSE
        DISPLAY "FORMS - SENTENCE " RR-SENTENCE-NO " NEWLY PASSES"
        ADD 1 TO NEWLY-PASSING-COUNT.
    GO TO COMPARE-ONE-80.
COMPARE-ONE-20.
    MOVE 1 TO RI.
COMPARE-ONE-30.
    IF RR-PART (RI) NOT EQUAL BR-PART (RI)
        DISPLAY "FORMS - SENTENCE " RR-SENTENCE-NO
            " PARSES DIFFERENTLY FROM PART " RI
        ADD 1 TO PARSED-DIFFERENTLY-COUNT
        GO TO COMPARE-ONE-80.
    ADD 1 TO RI.
    IF RI IS NOT GREATER THAN 12
        GO TO COMPARE-ONE-30.
    ADD 1 TO UNCHANGED-COUNT.
    GO TO COMPARE-ONE-90.
COMPARE-ONE-80.
    DISPLAY "FORMS -   WAS " BASELINE-RECORD.
    DISPLAY "FORMS -   NOW " RESULT-RECORD.
COMPARE-ONE-90.
    EXIT.


READ-RESULT SECTION.
READ-RESULT-10.
    READ RESULT-FILE AT END
        MOVE 9999 TO RESULT-MATCH-NO
        GO TO READ-RESULT-90.
    MOVE RR-SENTENCE-NO TO RESULT-MATCH-NO.
READ-RESULT-90.
    EXIT.


READ-BASELINE SECTION.
READ-BASELINE-10.
    READ BASELINE-FILE AT END
        MOVE 9999 TO BASELINE-MATCH-NO
        GO TO READ-BASELINE-90.
    MOVE BR-SENTENCE-NO TO BASELINE-MATCH-NO.
READ-BASELINE-90.
    EXIT.


PROMOTE-BASELINE SECTION.
* THE OPERATOR HAS APPROVED THE CURRENT RESULTS - COPY RESULT-FILE
* OVER THE BASELINE SO LATER REGRESSION RUNS ARE HELD TO IT.
PROMOTE-BASELINE-10.
    OPEN INPUT RESULT-FILE.
    OPEN OUTPUT BASELINE-FILE.
PROMOTE-BASELINE-20.
    READ RESULT-FILE AT END GO TO PROMOTE-BASELINE-30.
    MOVE RESULT-RECORD TO BASELINE-RECORD.
    WRITE BASELINE-RECORD.
    ADD 1 TO PROMOTED-COUNT.
    GO TO PROMOTE-BASELINE-20.
PROMOTE-BASELINE-30.
    CLOSE RESULT-FILE.
    CLOSE BASELINE-FILE.
    DISPLAY "FORMS - " PROMOTED-COUNT " RESULT(S) FROM "
        RESULT-FILE-NAME " PROMOTED TO BASELINE " BASELINE-FILE-NAME.
    MOVE "PROMOTED" TO JRN-EVENT.
    MOVE BASELINE-FILE-NAME TO JRN-FILE-NAME.
    MOVE PROMOTED-COUNT TO JRN-COUNT.
    MOVE "RESULTS PROMOTED TO REGRESSION BASELINE" TO JRN-TEXT.
    PERFORM WRITE-RUN-JOURNAL.
