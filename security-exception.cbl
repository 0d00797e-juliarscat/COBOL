IDENTIFICATION DIVISION.
PROGRAM-ID. SECURITY-EXCEPTION.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT-FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCOUNT-NUMBER.
    SELECT CARD-FILE ASSIGN TO "CARD-FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CARD-NUMBER.
    SELECT SECURITY-JOURNAL ASSIGN TO "SECURITY-JOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TRANSACTION-JOURNAL ASSIGN TO "TRANSACTION-JOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SECURITY-EXCEPTION-REPORT-FILE
        ASSIGN TO "SECURITY-EXCEPTION-REPORT-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSINESS-DATE-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ACCOUNT-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  ACCOUNT-RECORD.
    05  ACCOUNT-NUMBER PIC 9(10).
    05  BALANCE PIC S9(7)V99.
    05  DAILY-WITHDRAWAL-TOTAL PIC 9(7)V99.
    05  DAILY-WITHDRAWAL-DATE PIC 9(8).
    05  CUSTOMER-NAME PIC X(30).
    05  ACCOUNT-STATUS PIC X(1).
        88  ACCOUNT-ACTIVE VALUE "A".
        88  ACCOUNT-CLOSED VALUE "C".
        88  ACCOUNT-FROZEN VALUE "F".
        88  ACCOUNT-DORMANT VALUE "D".
    05  LAST-ACTIVITY-DATE PIC 9(8).
    05  OVERDRAFT-LIMIT PIC 9(7)V99.
    05  ACCOUNT-CUSTOMER-NUMBER PIC 9(10).

FD  CARD-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  CARD-RECORD.
    05  CARD-NUMBER PIC 9(16).
    05  CARD-ACCOUNT-NUMBER PIC 9(10).
    05  CARD-PIN-VALUE PIC 9(4).
    05  CARD-STATUS PIC X(1).
        88  CARD-ACTIVE VALUE "A".
        88  CARD-BLOCKED VALUE "B".

FD  SECURITY-JOURNAL
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  SECURITY-JOURNAL-RECORD.
    05  SECURITY-CARD-NUMBER PIC 9(16).
    05  SECURITY-OPERATOR-ID REDEFINES SECURITY-CARD-NUMBER PIC X(16).
    05  SECURITY-EVENT-CODE PIC X(2).
        88  SECURITY-BAD-PIN VALUE "BP".
        88  SECURITY-HOT-CARD VALUE "HC".
        88  SECURITY-UNKNOWN-CARD VALUE "UC".
        88  SECURITY-CARD-BLOCKED VALUE "CB".
        88  SECURITY-UNKNOWN-OPERATOR VALUE "UO".
        88  SECURITY-INACTIVE-OPERATOR VALUE "OI".
        88  SECURITY-BAD-PASSWORD VALUE "OP".
        88  SECURITY-APPROVAL-REFUSED VALUE "SA".
        88  SECURITY-OPERATOR-FAILURE VALUES "UO" "OI" "OP" "SA".
    05  SECURITY-DATE PIC 9(8).
    05  SECURITY-TIME PIC 9(8).
    05  SECURITY-TERMINAL-ID PIC X(8).

FD  TRANSACTION-JOURNAL
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  JOURNAL-RECORD.
    05  JOURNAL-ACCOUNT-NUMBER PIC 9(10).
    05  JOURNAL-TRANSACTION-TYPE PIC X(1).
        88  JOURNAL-IS-WITHDRAWAL VALUE "W".
        88  JOURNAL-IS-DEPOSIT VALUE "D".
        88  JOURNAL-IS-INTEREST VALUE "I".
        88  JOURNAL-IS-FEE VALUE "F".
        88  JOURNAL-IS-REVERSAL VALUE "R".
        88  JOURNAL-IS-DEBIT-INTEREST VALUE "O".
    05  JOURNAL-AMOUNT PIC 9(7)V99.
    05  JOURNAL-BALANCE PIC S9(7)V99.
    05  JOURNAL-DATE PIC 9(8).
    05  JOURNAL-TIME PIC 9(8).
    05  JOURNAL-TERMINAL-ID PIC X(8).
    05  JOURNAL-DISPENSE-DETAIL.
        10  JOURNAL-CASSETTE-ENTRY OCCURS 4 TIMES.
            15  JOURNAL-CASSETTE-DENOMINATION PIC 9(3).
            15  JOURNAL-NOTE-COUNT PIC 9(5).
    05  JOURNAL-REVERSAL-REFERENCE.
        10  JOURNAL-ORIGINAL-TYPE PIC X(1).
        10  JOURNAL-ORIGINAL-DATE PIC 9(8).
        10  JOURNAL-ORIGINAL-TIME PIC 9(8).
        10  JOURNAL-ORIGINAL-TERMINAL-ID PIC X(8).

FD  SECURITY-EXCEPTION-REPORT-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  SECURITY-EXCEPTION-REPORT-LINE PIC X(80).

FD  BUSINESS-DATE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BUSINESS-DATE-RECORD.
    05  CURRENT-BUSINESS-DATE PIC 9(8).
    05  PRIOR-BUSINESS-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01  EOF-SECURITY-SWITCH PIC X VALUE "N".
    88  EOF-SECURITY VALUE "Y".
01  EOF-JOURNAL-SWITCH PIC X VALUE "N".
    88  EOF-JOURNAL VALUE "Y".

01  TODAYS-DATE PIC 9(8).

01  REPEATED-BAD-PIN-LIMIT PIC 9(3) VALUE 2.
01  VELOCITY-WINDOW-MINUTES PIC 9(4) VALUE 60.
01  VELOCITY-WINDOW-LIMIT PIC 9(3) VALUE 3.
01  VELOCITY-TERMINAL-LIMIT PIC 9(3) VALUE 3.
01  HIGH-SEVERITY-SCORE PIC 9(3) VALUE 6.
01  MEDIUM-SEVERITY-SCORE PIC 9(3) VALUE 3.

01  BAD-PIN-COUNT PIC 9(3) VALUE 0.
01  MAX-BAD-PINS PIC 9(3) VALUE 200.
01  BAD-PIN-TABLE.
    05  BAD-PIN-ENTRY OCCURS 200 TIMES INDEXED BY BAD-PIN-IDX.
        10  BAD-PIN-CARD-NUMBER PIC 9(16).
        10  BAD-PIN-TRIES PIC 9(3).
        10  BAD-PIN-BLOCKED PIC X(1).
        10  BAD-PIN-FIRST-TIME PIC 9(8).
        10  BAD-PIN-LAST-TIME PIC 9(8).
        10  BAD-PIN-SCORE PIC 9(3).
        10  BAD-PIN-PRINTED PIC X(1).

01  TERMINAL-COUNT PIC 9(3) VALUE 0.
01  MAX-TERMINALS PIC 9(3) VALUE 100.
01  TERMINAL-TABLE.
    05  TERMINAL-ENTRY OCCURS 100 TIMES INDEXED BY TERMINAL-IDX.
        10  TABLE-TERMINAL-ID PIC X(8).
        10  TERMINAL-HOT-COUNT PIC 9(3).
        10  TERMINAL-UNKNOWN-COUNT PIC 9(3).
        10  TERMINAL-SCORE PIC 9(3).
        10  TERMINAL-PRINTED PIC X(1).

01  ATTEMPT-COUNT PIC 9(3) VALUE 0.
01  MAX-ATTEMPTS PIC 9(3) VALUE 500.
01  ATTEMPT-TABLE.
    05  ATTEMPT-ENTRY OCCURS 500 TIMES INDEXED BY ATTEMPT-IDX.
        10  ATTEMPT-TERMINAL-ID PIC X(8).
        10  ATTEMPT-CARD-NUMBER PIC 9(16).
        10  ATTEMPT-EVENT-CODE PIC X(2).
        10  ATTEMPT-TIME PIC 9(8).

01  FAILURE-COUNT PIC 9(3) VALUE 0.
01  MAX-FAILURES PIC 9(3) VALUE 100.
01  FAILURE-TABLE.
    05  FAILURE-ENTRY OCCURS 100 TIMES INDEXED BY FAILURE-IDX.
        10  FAILURE-OPERATOR-ID PIC X(16).
        10  FAILURE-UNKNOWN-COUNT PIC 9(3).
        10  FAILURE-INACTIVE-COUNT PIC 9(3).
        10  FAILURE-PASSWORD-COUNT PIC 9(3).
        10  FAILURE-APPROVAL-COUNT PIC 9(3).
        10  FAILURE-LAST-TIME PIC 9(8).
        10  FAILURE-SCORE PIC 9(3).
        10  FAILURE-PRINTED PIC X(1).

01  VELOCITY-COUNT PIC 9(3) VALUE 0.
01  MAX-VELOCITY-ACCOUNTS PIC 9(3) VALUE 500.
01  MAX-VELOCITY-WITHDRAWALS PIC 9(3) VALUE 20.
01  MAX-VELOCITY-TERMINALS PIC 9(3) VALUE 10.
01  VELOCITY-TABLE.
    05  VELOCITY-ENTRY OCCURS 500 TIMES INDEXED BY VELOCITY-IDX.
        10  VELOCITY-ACCOUNT-NUMBER PIC 9(10).
        10  VELOCITY-WITHDRAWALS PIC 9(3).
        10  VELOCITY-AMOUNT PIC 9(7)V99.
        10  VELOCITY-MINUTE OCCURS 20 TIMES PIC 9(4).
        10  VELOCITY-TERMINAL-COUNT PIC 9(3).
        10  VELOCITY-TERMINAL OCCURS 10 TIMES PIC X(8).
        10  VELOCITY-WINDOW-COUNT PIC 9(3).
        10  VELOCITY-SCORE PIC 9(3).
        10  VELOCITY-PRINTED PIC X(1).

01  ENTRY-FOUND-SWITCH PIC X VALUE "N".
    88  ENTRY-FOUND VALUE "Y".
01  TERMINAL-SEEN-SWITCH PIC X VALUE "N".
    88  TERMINAL-SEEN VALUE "Y".

01  MINUTE-SUB PIC 9(3).
01  WINDOW-SUB PIC 9(3).
01  TERMINAL-SUB PIC 9(3).
01  WINDOW-TALLY PIC 9(3).
01  MINUTE-ENTRIES PIC 9(3).
01  WINDOW-END-MINUTE PIC 9(5).

01  TIME-SPLIT.
    05  TIME-HOURS PIC 9(2).
    05  TIME-MINUTES PIC 9(2).
    05  TIME-SECONDS PIC 9(2).
    05  TIME-HUNDREDTHS PIC 9(2).
01  TIME-OF-DAY-MINUTE PIC 9(4).

01  TIME-PRINT.
    05  PRINT-HOURS PIC 9(2).
    05  FILLER PIC X(1) VALUE ":".
    05  PRINT-MINUTES PIC 9(2).

01  SEVERITY-SCORE PIC 9(3).
01  SEVERITY-TEXT PIC X(6).
01  BEST-SCORE PIC 9(3).
01  BEST-SUB PIC 9(3).
01  RANK-SUB PIC 9(3).

01  SECTION-ITEM-COUNT PIC 9(5).
01  HIGH-ITEM-COUNT PIC 9(5) VALUE 0.
01  MEDIUM-ITEM-COUNT PIC 9(5) VALUE 0.
01  LOW-ITEM-COUNT PIC 9(5) VALUE 0.

01  EXCEPTION-TITLE-LINE-1 PIC X(35)
        VALUE "SECURITY AND FRAUD EXCEPTION REPORT".
01  EXCEPTION-TITLE-LINE-2.
    05  FILLER PIC X(13) VALUE "REPORT DATE: ".
    05  TITLE-DATE PIC 9(8).

01  SECTION-HEADING-LINE.
    05  SECTION-HEADING-TEXT PIC X(60).

01  NONE-REPORTED-LINE PIC X(24)
        VALUE "  NO EXCEPTIONS REPORTED".

01  BAD-PIN-COLUMN-HEADING.
    05  FILLER PIC X(8) VALUE "SEVERITY".
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(18) VALUE "CARD NUMBER".
    05  FILLER PIC X(12) VALUE "ACCOUNT NO".
    05  FILLER PIC X(6) VALUE "TRIES".
    05  FILLER PIC X(8) VALUE "BLOCKED".
    05  FILLER PIC X(7) VALUE "FIRST".
    05  FILLER PIC X(5) VALUE "LAST".

01  BAD-PIN-DETAIL-LINE.
    05  BAD-PIN-DETAIL-SEVERITY PIC X(6).
    05  FILLER PIC X(4) VALUE SPACES.
    05  BAD-PIN-DETAIL-CARD PIC 9(16).
    05  FILLER PIC X(2) VALUE SPACES.
    05  BAD-PIN-DETAIL-ACCOUNT PIC Z(9)9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  BAD-PIN-DETAIL-TRIES PIC ZZ9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  BAD-PIN-DETAIL-BLOCKED PIC X(3).
    05  FILLER PIC X(5) VALUE SPACES.
    05  BAD-PIN-DETAIL-FIRST PIC X(5).
    05  FILLER PIC X(2) VALUE SPACES.
    05  BAD-PIN-DETAIL-LAST PIC X(5).

01  TERMINAL-COLUMN-HEADING.
    05  FILLER PIC X(8) VALUE "SEVERITY".
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(10) VALUE "TERMINAL".
    05  FILLER PIC X(12) VALUE "HOT CARDS".
    05  FILLER PIC X(14) VALUE "UNKNOWN CARDS".

01  TERMINAL-DETAIL-LINE.
    05  TERMINAL-DETAIL-SEVERITY PIC X(6).
    05  FILLER PIC X(4) VALUE SPACES.
    05  TERMINAL-DETAIL-ID PIC X(8).
    05  FILLER PIC X(5) VALUE SPACES.
    05  TERMINAL-DETAIL-HOT PIC ZZ9.
    05  FILLER PIC X(11) VALUE SPACES.
    05  TERMINAL-DETAIL-UNKNOWN PIC ZZ9.

01  ATTEMPT-DETAIL-LINE.
    05  FILLER PIC X(12) VALUE SPACES.
    05  FILLER PIC X(6) VALUE "CARD: ".
    05  ATTEMPT-DETAIL-CARD PIC 9(16).
    05  FILLER PIC X(2) VALUE SPACES.
    05  ATTEMPT-DETAIL-EVENT PIC X(12).
    05  FILLER PIC X(2) VALUE SPACES.
    05  ATTEMPT-DETAIL-TIME PIC X(5).

01  FAILURE-COLUMN-HEADING.
    05  FILLER PIC X(8) VALUE "SEVERITY".
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(18) VALUE "OPERATOR ID".
    05  FILLER PIC X(9) VALUE "UNKNOWN".
    05  FILLER PIC X(10) VALUE "INACTIVE".
    05  FILLER PIC X(10) VALUE "PASSWORD".
    05  FILLER PIC X(10) VALUE "APPROVAL".
    05  FILLER PIC X(5) VALUE "LAST".

01  FAILURE-DETAIL-LINE.
    05  FAILURE-DETAIL-SEVERITY PIC X(6).
    05  FILLER PIC X(4) VALUE SPACES.
    05  FAILURE-DETAIL-OPERATOR PIC X(16).
    05  FILLER PIC X(3) VALUE SPACES.
    05  FAILURE-DETAIL-UNKNOWN PIC ZZ9.
    05  FILLER PIC X(7) VALUE SPACES.
    05  FAILURE-DETAIL-INACTIVE PIC ZZ9.
    05  FILLER PIC X(7) VALUE SPACES.
    05  FAILURE-DETAIL-PASSWORD PIC ZZ9.
    05  FILLER PIC X(7) VALUE SPACES.
    05  FAILURE-DETAIL-APPROVAL PIC ZZ9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  FAILURE-DETAIL-LAST PIC X(5).

01  VELOCITY-COLUMN-HEADING.
    05  FILLER PIC X(8) VALUE "SEVERITY".
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(12) VALUE "ACCOUNT NO".
    05  FILLER PIC X(22) VALUE "CUSTOMER NAME".
    05  FILLER PIC X(6) VALUE "COUNT".
    05  FILLER PIC X(7) VALUE "IN 1HR".
    05  FILLER PIC X(6) VALUE "TERMS".
    05  FILLER PIC X(10) VALUE "AMOUNT".

01  VELOCITY-DETAIL-LINE.
    05  VELOCITY-DETAIL-SEVERITY PIC X(6).
    05  FILLER PIC X(4) VALUE SPACES.
    05  VELOCITY-DETAIL-ACCOUNT PIC Z(9)9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  VELOCITY-DETAIL-NAME PIC X(20).
    05  FILLER PIC X(2) VALUE SPACES.
    05  VELOCITY-DETAIL-COUNT PIC ZZ9.
    05  FILLER PIC X(4) VALUE SPACES.
    05  VELOCITY-DETAIL-WINDOW PIC ZZ9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  VELOCITY-DETAIL-TERMINALS PIC ZZ9.
    05  FILLER PIC X(2) VALUE SPACES.
    05  VELOCITY-DETAIL-AMOUNT PIC ZZZZZZ9.99.

01  SUMMARY-COUNT-LINE.
    05  SUMMARY-LABEL PIC X(30).
    05  SUMMARY-VALUE PIC ZZZZ9.

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
OPEN INPUT ACCOUNT-FILE
OPEN INPUT CARD-FILE
OPEN INPUT SECURITY-JOURNAL
OPEN INPUT TRANSACTION-JOURNAL
OPEN OUTPUT SECURITY-EXCEPTION-REPORT-FILE
PERFORM UNTIL EOF-SECURITY
    READ SECURITY-JOURNAL
        AT END
            SET EOF-SECURITY TO TRUE
    END-READ
    IF NOT EOF-SECURITY
        IF SECURITY-DATE = TODAYS-DATE
            PERFORM CLASSIFY-SECURITY-EVENT
        END-IF
    END-IF
END-PERFORM
PERFORM UNTIL EOF-JOURNAL
    READ TRANSACTION-JOURNAL
        AT END
            SET EOF-JOURNAL TO TRUE
    END-READ
    IF NOT EOF-JOURNAL
        IF JOURNAL-IS-WITHDRAWAL
           AND JOURNAL-DATE = TODAYS-DATE
           AND JOURNAL-TERMINAL-ID NOT = SPACES
            PERFORM ACCUMULATE-WITHDRAWAL
        END-IF
    END-IF
END-PERFORM
PERFORM SCORE-BAD-PIN-ENTRIES
PERFORM SCORE-TERMINAL-ENTRIES
PERFORM SCORE-FAILURE-ENTRIES
PERFORM SCORE-VELOCITY-ENTRIES
PERFORM WRITE-REPORT-HEADER
PERFORM WRITE-BAD-PIN-SECTION
PERFORM WRITE-TERMINAL-SECTION
PERFORM WRITE-FAILURE-SECTION
PERFORM WRITE-VELOCITY-SECTION
PERFORM WRITE-REPORT-TRAILER
CLOSE ACCOUNT-FILE
CLOSE CARD-FILE
CLOSE SECURITY-JOURNAL
CLOSE TRANSACTION-JOURNAL
CLOSE SECURITY-EXCEPTION-REPORT-FILE
DISPLAY "HIGH SEVERITY ITEMS: " HIGH-ITEM-COUNT
DISPLAY "MEDIUM SEVERITY ITEMS: " MEDIUM-ITEM-COUNT
DISPLAY "LOW SEVERITY ITEMS: " LOW-ITEM-COUNT
STOP RUN.

CLASSIFY-SECURITY-EVENT.
    IF SECURITY-BAD-PIN
        PERFORM ADD-BAD-PIN-EVENT
    END-IF
    IF SECURITY-CARD-BLOCKED
        PERFORM MARK-CARD-BLOCKED
    END-IF
    IF SECURITY-HOT-CARD OR SECURITY-UNKNOWN-CARD
        PERFORM ADD-CARD-ATTEMPT
    END-IF
    IF SECURITY-OPERATOR-FAILURE
        PERFORM ADD-OPERATOR-FAILURE
    END-IF.

FIND-BAD-PIN-ENTRY.
    MOVE "N" TO ENTRY-FOUND-SWITCH
    PERFORM VARYING BAD-PIN-IDX FROM 1 BY 1
            UNTIL BAD-PIN-IDX > BAD-PIN-COUNT
                OR ENTRY-FOUND
        IF BAD-PIN-CARD-NUMBER(BAD-PIN-IDX) = SECURITY-CARD-NUMBER
            SET ENTRY-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF ENTRY-FOUND
        SET BAD-PIN-IDX DOWN BY 1
    END-IF.

ADD-BAD-PIN-EVENT.
    PERFORM FIND-BAD-PIN-ENTRY
    IF NOT ENTRY-FOUND
        IF BAD-PIN-COUNT < MAX-BAD-PINS
            ADD 1 TO BAD-PIN-COUNT
            SET BAD-PIN-IDX TO BAD-PIN-COUNT
            MOVE SECURITY-CARD-NUMBER TO
                BAD-PIN-CARD-NUMBER(BAD-PIN-IDX)
            MOVE ZERO TO BAD-PIN-TRIES(BAD-PIN-IDX)
            MOVE "N" TO BAD-PIN-BLOCKED(BAD-PIN-IDX)
            MOVE SECURITY-TIME TO BAD-PIN-FIRST-TIME(BAD-PIN-IDX)
            MOVE ZERO TO BAD-PIN-SCORE(BAD-PIN-IDX)
            MOVE "N" TO BAD-PIN-PRINTED(BAD-PIN-IDX)
            SET ENTRY-FOUND TO TRUE
        ELSE
            DISPLAY "BAD PIN TABLE FULL - SKIPPING "
                SECURITY-CARD-NUMBER
        END-IF
    END-IF
    IF ENTRY-FOUND
        ADD 1 TO BAD-PIN-TRIES(BAD-PIN-IDX)
        MOVE SECURITY-TIME TO BAD-PIN-LAST-TIME(BAD-PIN-IDX)
    END-IF.

MARK-CARD-BLOCKED.
    PERFORM FIND-BAD-PIN-ENTRY
    IF ENTRY-FOUND
        MOVE "Y" TO BAD-PIN-BLOCKED(BAD-PIN-IDX)
    END-IF.

ADD-CARD-ATTEMPT.
    MOVE "N" TO ENTRY-FOUND-SWITCH
    PERFORM VARYING TERMINAL-IDX FROM 1 BY 1
            UNTIL TERMINAL-IDX > TERMINAL-COUNT
                OR ENTRY-FOUND
        IF TABLE-TERMINAL-ID(TERMINAL-IDX) = SECURITY-TERMINAL-ID
            SET ENTRY-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF ENTRY-FOUND
        SET TERMINAL-IDX DOWN BY 1
    ELSE
        IF TERMINAL-COUNT < MAX-TERMINALS
            ADD 1 TO TERMINAL-COUNT
            SET TERMINAL-IDX TO TERMINAL-COUNT
            MOVE SECURITY-TERMINAL-ID TO
                TABLE-TERMINAL-ID(TERMINAL-IDX)
            MOVE ZERO TO TERMINAL-HOT-COUNT(TERMINAL-IDX)
            MOVE ZERO TO TERMINAL-UNKNOWN-COUNT(TERMINAL-IDX)
            MOVE ZERO TO TERMINAL-SCORE(TERMINAL-IDX)
            MOVE "N" TO TERMINAL-PRINTED(TERMINAL-IDX)
            SET ENTRY-FOUND TO TRUE
        ELSE
            DISPLAY "TERMINAL TABLE FULL - SKIPPING "
                SECURITY-TERMINAL-ID
        END-IF
    END-IF
    IF ENTRY-FOUND
        IF SECURITY-HOT-CARD
            ADD 1 TO TERMINAL-HOT-COUNT(TERMINAL-IDX)
        ELSE
            ADD 1 TO TERMINAL-UNKNOWN-COUNT(TERMINAL-IDX)
        END-IF
        IF ATTEMPT-COUNT < MAX-ATTEMPTS
            ADD 1 TO ATTEMPT-COUNT
            SET ATTEMPT-IDX TO ATTEMPT-COUNT
            MOVE SECURITY-TERMINAL-ID TO
                ATTEMPT-TERMINAL-ID(ATTEMPT-IDX)
            MOVE SECURITY-CARD-NUMBER TO
                ATTEMPT-CARD-NUMBER(ATTEMPT-IDX)
            MOVE SECURITY-EVENT-CODE TO
                ATTEMPT-EVENT-CODE(ATTEMPT-IDX)
            MOVE SECURITY-TIME TO ATTEMPT-TIME(ATTEMPT-IDX)
        ELSE
            DISPLAY "ATTEMPT TABLE FULL - SKIPPING "
                SECURITY-CARD-NUMBER
        END-IF
    END-IF.

ADD-OPERATOR-FAILURE.
    MOVE "N" TO ENTRY-FOUND-SWITCH
    PERFORM VARYING FAILURE-IDX FROM 1 BY 1
            UNTIL FAILURE-IDX > FAILURE-COUNT
                OR ENTRY-FOUND
        IF FAILURE-OPERATOR-ID(FAILURE-IDX) = SECURITY-OPERATOR-ID
            SET ENTRY-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF ENTRY-FOUND
        SET FAILURE-IDX DOWN BY 1
    ELSE
        IF FAILURE-COUNT < MAX-FAILURES
            ADD 1 TO FAILURE-COUNT
            SET FAILURE-IDX TO FAILURE-COUNT
            MOVE SECURITY-OPERATOR-ID TO
                FAILURE-OPERATOR-ID(FAILURE-IDX)
            MOVE ZERO TO FAILURE-UNKNOWN-COUNT(FAILURE-IDX)
            MOVE ZERO TO FAILURE-INACTIVE-COUNT(FAILURE-IDX)
            MOVE ZERO TO FAILURE-PASSWORD-COUNT(FAILURE-IDX)
            MOVE ZERO TO FAILURE-APPROVAL-COUNT(FAILURE-IDX)
            MOVE ZERO TO FAILURE-SCORE(FAILURE-IDX)
            MOVE "N" TO FAILURE-PRINTED(FAILURE-IDX)
            SET ENTRY-FOUND TO TRUE
        ELSE
            DISPLAY "OPERATOR TABLE FULL - SKIPPING "
                SECURITY-OPERATOR-ID
        END-IF
    END-IF
    IF ENTRY-FOUND
        IF SECURITY-UNKNOWN-OPERATOR
            ADD 1 TO FAILURE-UNKNOWN-COUNT(FAILURE-IDX)
        END-IF
        IF SECURITY-INACTIVE-OPERATOR
            ADD 1 TO FAILURE-INACTIVE-COUNT(FAILURE-IDX)
        END-IF
        IF SECURITY-BAD-PASSWORD
            ADD 1 TO FAILURE-PASSWORD-COUNT(FAILURE-IDX)
        END-IF
        IF SECURITY-APPROVAL-REFUSED
            ADD 1 TO FAILURE-APPROVAL-COUNT(FAILURE-IDX)
        END-IF
        MOVE SECURITY-TIME TO FAILURE-LAST-TIME(FAILURE-IDX)
    END-IF.

ACCUMULATE-WITHDRAWAL.
    MOVE "N" TO ENTRY-FOUND-SWITCH
    PERFORM VARYING VELOCITY-IDX FROM 1 BY 1
            UNTIL VELOCITY-IDX > VELOCITY-COUNT
                OR ENTRY-FOUND
        IF VELOCITY-ACCOUNT-NUMBER(VELOCITY-IDX) =
           JOURNAL-ACCOUNT-NUMBER
            SET ENTRY-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF ENTRY-FOUND
        SET VELOCITY-IDX DOWN BY 1
    ELSE
        IF VELOCITY-COUNT < MAX-VELOCITY-ACCOUNTS
            ADD 1 TO VELOCITY-COUNT
            SET VELOCITY-IDX TO VELOCITY-COUNT
            MOVE JOURNAL-ACCOUNT-NUMBER TO
                VELOCITY-ACCOUNT-NUMBER(VELOCITY-IDX)
            MOVE ZERO TO VELOCITY-WITHDRAWALS(VELOCITY-IDX)
            MOVE ZERO TO VELOCITY-AMOUNT(VELOCITY-IDX)
            MOVE ZERO TO VELOCITY-TERMINAL-COUNT(VELOCITY-IDX)
            MOVE ZERO TO VELOCITY-WINDOW-COUNT(VELOCITY-IDX)
            MOVE ZERO TO VELOCITY-SCORE(VELOCITY-IDX)
            MOVE "N" TO VELOCITY-PRINTED(VELOCITY-IDX)
            SET ENTRY-FOUND TO TRUE
        ELSE
            DISPLAY "VELOCITY TABLE FULL - SKIPPING "
                JOURNAL-ACCOUNT-NUMBER
        END-IF
    END-IF
    IF ENTRY-FOUND
        ADD 1 TO VELOCITY-WITHDRAWALS(VELOCITY-IDX)
        ADD JOURNAL-AMOUNT TO VELOCITY-AMOUNT(VELOCITY-IDX)
        IF VELOCITY-WITHDRAWALS(VELOCITY-IDX) NOT >
           MAX-VELOCITY-WITHDRAWALS
            MOVE JOURNAL-TIME TO TIME-SPLIT
            COMPUTE TIME-OF-DAY-MINUTE = TIME-HOURS * 60 + TIME-MINUTES
            MOVE VELOCITY-WITHDRAWALS(VELOCITY-IDX) TO MINUTE-SUB
            MOVE TIME-OF-DAY-MINUTE TO
                VELOCITY-MINUTE(VELOCITY-IDX, MINUTE-SUB)
        END-IF
        PERFORM ADD-VELOCITY-TERMINAL
    END-IF.

ADD-VELOCITY-TERMINAL.
    MOVE "N" TO TERMINAL-SEEN-SWITCH
    PERFORM VARYING TERMINAL-SUB FROM 1 BY 1
            UNTIL TERMINAL-SUB > VELOCITY-TERMINAL-COUNT(VELOCITY-IDX)
                OR TERMINAL-SEEN
        IF VELOCITY-TERMINAL(VELOCITY-IDX, TERMINAL-SUB) =
           JOURNAL-TERMINAL-ID
            SET TERMINAL-SEEN TO TRUE
        END-IF
    END-PERFORM
    IF NOT TERMINAL-SEEN
       AND VELOCITY-TERMINAL-COUNT(VELOCITY-IDX) <
           MAX-VELOCITY-TERMINALS
        ADD 1 TO VELOCITY-TERMINAL-COUNT(VELOCITY-IDX)
        MOVE VELOCITY-TERMINAL-COUNT(VELOCITY-IDX) TO TERMINAL-SUB
        MOVE JOURNAL-TERMINAL-ID TO
            VELOCITY-TERMINAL(VELOCITY-IDX, TERMINAL-SUB)
    END-IF.

SCORE-BAD-PIN-ENTRIES.
    PERFORM VARYING BAD-PIN-IDX FROM 1 BY 1
            UNTIL BAD-PIN-IDX > BAD-PIN-COUNT
        MOVE BAD-PIN-TRIES(BAD-PIN-IDX) TO BAD-PIN-SCORE(BAD-PIN-IDX)
        IF BAD-PIN-BLOCKED(BAD-PIN-IDX) = "Y"
            ADD 3 TO BAD-PIN-SCORE(BAD-PIN-IDX)
        END-IF
        IF BAD-PIN-TRIES(BAD-PIN-IDX) < REPEATED-BAD-PIN-LIMIT
            MOVE ZERO TO BAD-PIN-SCORE(BAD-PIN-IDX)
            MOVE "Y" TO BAD-PIN-PRINTED(BAD-PIN-IDX)
        END-IF
    END-PERFORM.

SCORE-TERMINAL-ENTRIES.
    PERFORM VARYING TERMINAL-IDX FROM 1 BY 1
            UNTIL TERMINAL-IDX > TERMINAL-COUNT
        COMPUTE TERMINAL-SCORE(TERMINAL-IDX) =
            TERMINAL-HOT-COUNT(TERMINAL-IDX) * 3 +
            TERMINAL-UNKNOWN-COUNT(TERMINAL-IDX)
    END-PERFORM.

SCORE-FAILURE-ENTRIES.
    PERFORM VARYING FAILURE-IDX FROM 1 BY 1
            UNTIL FAILURE-IDX > FAILURE-COUNT
        COMPUTE FAILURE-SCORE(FAILURE-IDX) =
            FAILURE-UNKNOWN-COUNT(FAILURE-IDX) +
            FAILURE-PASSWORD-COUNT(FAILURE-IDX) +
            FAILURE-INACTIVE-COUNT(FAILURE-IDX) * 2 +
            FAILURE-APPROVAL-COUNT(FAILURE-IDX) * 2
    END-PERFORM.

SCORE-VELOCITY-ENTRIES.
    PERFORM VARYING VELOCITY-IDX FROM 1 BY 1
            UNTIL VELOCITY-IDX > VELOCITY-COUNT
        PERFORM COMPUTE-WINDOW-COUNT
        IF VELOCITY-WINDOW-COUNT(VELOCITY-IDX) NOT <
           VELOCITY-WINDOW-LIMIT
           OR VELOCITY-TERMINAL-COUNT(VELOCITY-IDX) NOT <
              VELOCITY-TERMINAL-LIMIT
            COMPUTE VELOCITY-SCORE(VELOCITY-IDX) =
                VELOCITY-WINDOW-COUNT(VELOCITY-IDX) +
                VELOCITY-TERMINAL-COUNT(VELOCITY-IDX)
        ELSE
            MOVE ZERO TO VELOCITY-SCORE(VELOCITY-IDX)
            MOVE "Y" TO VELOCITY-PRINTED(VELOCITY-IDX)
        END-IF
    END-PERFORM.

COMPUTE-WINDOW-COUNT.
    MOVE VELOCITY-WITHDRAWALS(VELOCITY-IDX) TO MINUTE-ENTRIES
    IF MINUTE-ENTRIES > MAX-VELOCITY-WITHDRAWALS
        MOVE MAX-VELOCITY-WITHDRAWALS TO MINUTE-ENTRIES
    END-IF
    PERFORM VARYING MINUTE-SUB FROM 1 BY 1 UNTIL MINUTE-SUB > MINUTE-ENTRIES
        MOVE ZERO TO WINDOW-TALLY
        COMPUTE WINDOW-END-MINUTE =
            VELOCITY-MINUTE(VELOCITY-IDX, MINUTE-SUB) +
            VELOCITY-WINDOW-MINUTES
        PERFORM VARYING WINDOW-SUB FROM 1 BY 1
                UNTIL WINDOW-SUB > MINUTE-ENTRIES
            IF VELOCITY-MINUTE(VELOCITY-IDX, WINDOW-SUB) NOT <
               VELOCITY-MINUTE(VELOCITY-IDX, MINUTE-SUB)
               AND VELOCITY-MINUTE(VELOCITY-IDX, WINDOW-SUB) <
                   WINDOW-END-MINUTE
                ADD 1 TO WINDOW-TALLY
            END-IF
        END-PERFORM
        IF WINDOW-TALLY > VELOCITY-WINDOW-COUNT(VELOCITY-IDX)
            MOVE WINDOW-TALLY TO VELOCITY-WINDOW-COUNT(VELOCITY-IDX)
        END-IF
    END-PERFORM.

SET-SEVERITY-TEXT.
    IF SEVERITY-SCORE NOT < HIGH-SEVERITY-SCORE
        MOVE "HIGH" TO SEVERITY-TEXT
        ADD 1 TO HIGH-ITEM-COUNT
    ELSE
        IF SEVERITY-SCORE NOT < MEDIUM-SEVERITY-SCORE
            MOVE "MEDIUM" TO SEVERITY-TEXT
            ADD 1 TO MEDIUM-ITEM-COUNT
        ELSE
            MOVE "LOW" TO SEVERITY-TEXT
            ADD 1 TO LOW-ITEM-COUNT
        END-IF
    END-IF.

FORMAT-PRINT-TIME.
    MOVE TIME-HOURS TO PRINT-HOURS
    MOVE TIME-MINUTES TO PRINT-MINUTES.

WRITE-REPORT-HEADER.
    MOVE EXCEPTION-TITLE-LINE-1 TO SECURITY-EXCEPTION-REPORT-LINE
    WRITE SECURITY-EXCEPTION-REPORT-LINE
    MOVE TODAYS-DATE TO TITLE-DATE
    MOVE EXCEPTION-TITLE-LINE-2 TO SECURITY-EXCEPTION-REPORT-LINE
    WRITE SECURITY-EXCEPTION-REPORT-LINE.

WRITE-SECTION-HEADING.
    MOVE SPACES TO SECURITY-EXCEPTION-REPORT-LINE
    WRITE SECURITY-EXCEPTION-REPORT-LINE
    MOVE SECTION-HEADING-LINE TO SECURITY-EXCEPTION-REPORT-LINE
    WRITE SECURITY-EXCEPTION-REPORT-LINE
    MOVE SPACES TO SECURITY-EXCEPTION-REPORT-LINE
    WRITE SECURITY-EXCEPTION-REPORT-LINE.

WRITE-BAD-PIN-SECTION.
    MOVE "SECTION 1 - CARDS WITH REPEATED BAD PINS" TO
        SECTION-HEADING-TEXT
    PERFORM WRITE-SECTION-HEADING
    MOVE BAD-PIN-COLUMN-HEADING TO SECURITY-EXCEPTION-REPORT-LINE
    WRITE SECURITY-EXCEPTION-REPORT-LINE
    MOVE ZERO TO SECTION-ITEM-COUNT
    PERFORM VARYING RANK-SUB FROM 1 BY 1
            UNTIL RANK-SUB > BAD-PIN-COUNT
        MOVE ZERO TO BEST-SUB
        MOVE ZERO TO BEST-SCORE
        PERFORM VARYING BAD-PIN-IDX FROM 1 BY 1
                UNTIL BAD-PIN-IDX > BAD-PIN-COUNT
            IF BAD-PIN-PRINTED(BAD-PIN-IDX) = "N"
               AND (BEST-SUB = 0
                    OR BAD-PIN-SCORE(BAD-PIN-IDX) > BEST-SCORE)
                SET BEST-SUB TO BAD-PIN-IDX
                MOVE BAD-PIN-SCORE(BAD-PIN-IDX) TO BEST-SCORE
            END-IF
        END-PERFORM
        IF BEST-SUB > 0
            SET BAD-PIN-IDX TO BEST-SUB
            PERFORM WRITE-BAD-PIN-LINE
        END-IF
    END-PERFORM
    IF SECTION-ITEM-COUNT = 0
        MOVE NONE-REPORTED-LINE TO SECURITY-EXCEPTION-REPORT-LINE
        WRITE SECURITY-EXCEPTION-REPORT-LINE
    END-IF.

WRITE-BAD-PIN-LINE.
    MOVE BAD-PIN-SCORE(BAD-PIN-IDX) TO SEVERITY-SCORE
    PERFORM SET-SEVERITY-TEXT
    MOVE SEVERITY-TEXT TO BAD-PIN-DETAIL-SEVERITY
    MOVE BAD-PIN-CARD-NUMBER(BAD-PIN-IDX) TO BAD-PIN-DETAIL-CARD
    MOVE BAD-PIN-CARD-NUMBER(BAD-PIN-IDX) TO CARD-NUMBER
    READ CARD-FILE
        INVALID KEY
            MOVE ZERO TO BAD-PIN-DETAIL-ACCOUNT
        NOT INVALID KEY
            MOVE CARD-ACCOUNT-NUMBER TO BAD-PIN-DETAIL-ACCOUNT
    END-READ
    MOVE BAD-PIN-TRIES(BAD-PIN-IDX) TO BAD-PIN-DETAIL-TRIES
    IF BAD-PIN-BLOCKED(BAD-PIN-IDX) = "Y"
        MOVE "YES" TO BAD-PIN-DETAIL-BLOCKED
    ELSE
        MOVE "NO" TO BAD-PIN-DETAIL-BLOCKED
    END-IF
    MOVE BAD-PIN-FIRST-TIME(BAD-PIN-IDX) TO TIME-SPLIT
    PERFORM FORMAT-PRINT-TIME
    MOVE TIME-PRINT TO BAD-PIN-DETAIL-FIRST
    MOVE BAD-PIN-LAST-TIME(BAD-PIN-IDX) TO TIME-SPLIT
    PERFORM FORMAT-PRINT-TIME
    MOVE TIME-PRINT TO BAD-PIN-DETAIL-LAST
    MOVE BAD-PIN-DETAIL-LINE TO SECURITY-EXCEPTION-REPORT-LINE
    WRITE SECURITY-EXCEPTION-REPORT-LINE
    MOVE "Y" TO BAD-PIN-PRINTED(BAD-PIN-IDX)
    ADD 1 TO SECTION-ITEM-COUNT.

WRITE-TERMINAL-SECTION.
    MOVE "SECTION 2 - HOT-LISTED AND UNKNOWN CARDS BY TERMINAL" TO
        SECTION-HEADING-TEXT
    PERFORM WRITE-SECTION-HEADING
    MOVE TERMINAL-COLUMN-HEADING TO SECURITY-EXCEPTION-REPORT-LINE
    WRITE SECURITY-EXCEPTION-REPORT-LINE
    MOVE ZERO TO SECTION-ITEM-COUNT
    PERFORM VARYING RANK-SUB FROM 1 BY 1
            UNTIL RANK-SUB > TERMINAL-COUNT
        MOVE ZERO TO BEST-SUB
        MOVE ZERO TO BEST-SCORE
        PERFORM VARYING TERMINAL-IDX FROM 1 BY 1
                UNTIL TERMINAL-IDX > TERMINAL-COUNT
            IF TERMINAL-PRINTED(TERMINAL-IDX) = "N"
               AND (BEST-SUB = 0
                    OR TERMINAL-SCORE(TERMINAL-IDX) > BEST-SCORE)
                SET BEST-SUB TO TERMINAL-IDX
                MOVE TERMINAL-SCORE(TERMINAL-IDX) TO BEST-SCORE
            END-IF
        END-PERFORM
        IF BEST-SUB > 0
            SET TERMINAL-IDX TO BEST-SUB
            PERFORM WRITE-TERMINAL-LINES
        END-IF
    END-PERFORM
    IF SECTION-ITEM-COUNT = 0
        MOVE NONE-REPORTED-LINE TO SECURITY-EXCEPTION-REPORT-LINE
        WRITE SECURITY-EXCEPTION-REPORT-LINE
    END-IF.

WRITE-TERMINAL-LINES.
    MOVE TERMINAL-SCORE(TERMINAL-IDX) TO SEVERITY-SCORE
    PERFORM SET-SEVERITY-TEXT
    MOVE SEVERITY-TEXT TO TERMINAL-DETAIL-SEVERITY
    IF TABLE-TERMINAL-ID(TERMINAL-IDX) = SPACES
        MOVE "UNKNOWN" TO TERMINAL-DETAIL-ID
    ELSE
        MOVE TABLE-TERMINAL-ID(TERMINAL-IDX) TO TERMINAL-DETAIL-ID
    END-IF
    MOVE TERMINAL-HOT-COUNT(TERMINAL-IDX) TO TERMINAL-DETAIL-HOT
    MOVE TERMINAL-UNKNOWN-COUNT(TERMINAL-IDX) TO TERMINAL-DETAIL-UNKNOWN
    MOVE TERMINAL-DETAIL-LINE TO SECURITY-EXCEPTION-REPORT-LINE
    WRITE SECURITY-EXCEPTION-REPORT-LINE
    PERFORM VARYING ATTEMPT-IDX FROM 1 BY 1
            UNTIL ATTEMPT-IDX > ATTEMPT-COUNT
        IF ATTEMPT-TERMINAL-ID(ATTEMPT-IDX) =
           TABLE-TERMINAL-ID(TERMINAL-IDX)
            PERFORM WRITE-ATTEMPT-LINE
        END-IF
    END-PERFORM
    MOVE "Y" TO TERMINAL-PRINTED(TERMINAL-IDX)
    ADD 1 TO SECTION-ITEM-COUNT.

WRITE-ATTEMPT-LINE.
    MOVE ATTEMPT-CARD-NUMBER(ATTEMPT-IDX) TO ATTEMPT-DETAIL-CARD
    IF ATTEMPT-EVENT-CODE(ATTEMPT-IDX) = "HC"
        MOVE "HOT-LISTED" TO ATTEMPT-DETAIL-EVENT
    ELSE
        MOVE "UNKNOWN CARD" TO ATTEMPT-DETAIL-EVENT
    END-IF
    MOVE ATTEMPT-TIME(ATTEMPT-IDX) TO TIME-SPLIT
    PERFORM FORMAT-PRINT-TIME
    MOVE TIME-PRINT TO ATTEMPT-DETAIL-TIME
    MOVE ATTEMPT-DETAIL-LINE TO SECURITY-EXCEPTION-REPORT-LINE
    WRITE SECURITY-EXCEPTION-REPORT-LINE.

WRITE-FAILURE-SECTION.
    MOVE "SECTION 3 - OPERATOR SIGN-ON AND APPROVAL FAILURES" TO
        SECTION-HEADING-TEXT
    PERFORM WRITE-SECTION-HEADING
    MOVE FAILURE-COLUMN-HEADING TO SECURITY-EXCEPTION-REPORT-LINE
    WRITE SECURITY-EXCEPTION-REPORT-LINE
    MOVE ZERO TO SECTION-ITEM-COUNT
    PERFORM VARYING RANK-SUB FROM 1 BY 1
            UNTIL RANK-SUB > FAILURE-COUNT
        MOVE ZERO TO BEST-SUB
        MOVE ZERO TO BEST-SCORE
        PERFORM VARYING FAILURE-IDX FROM 1 BY 1
                UNTIL FAILURE-IDX > FAILURE-COUNT
            IF FAILURE-PRINTED(FAILURE-IDX) = "N"
               AND (BEST-SUB = 0
                    OR FAILURE-SCORE(FAILURE-IDX) > BEST-SCORE)
                SET BEST-SUB TO FAILURE-IDX
                MOVE FAILURE-SCORE(FAILURE-IDX) TO BEST-SCORE
            END-IF
        END-PERFORM
        IF BEST-SUB > 0
            SET FAILURE-IDX TO BEST-SUB
            PERFORM WRITE-FAILURE-LINE
        END-IF
    END-PERFORM
    IF SECTION-ITEM-COUNT = 0
        MOVE NONE-REPORTED-LINE TO SECURITY-EXCEPTION-REPORT-LINE
        WRITE SECURITY-EXCEPTION-REPORT-LINE
    END-IF.

WRITE-FAILURE-LINE.
    MOVE FAILURE-SCORE(FAILURE-IDX) TO SEVERITY-SCORE
    PERFORM SET-SEVERITY-TEXT
    MOVE SEVERITY-TEXT TO FAILURE-DETAIL-SEVERITY
    MOVE FAILURE-OPERATOR-ID(FAILURE-IDX) TO FAILURE-DETAIL-OPERATOR
    MOVE FAILURE-UNKNOWN-COUNT(FAILURE-IDX) TO FAILURE-DETAIL-UNKNOWN
    MOVE FAILURE-INACTIVE-COUNT(FAILURE-IDX) TO FAILURE-DETAIL-INACTIVE
    MOVE FAILURE-PASSWORD-COUNT(FAILURE-IDX) TO FAILURE-DETAIL-PASSWORD
    MOVE FAILURE-APPROVAL-COUNT(FAILURE-IDX) TO FAILURE-DETAIL-APPROVAL
    MOVE FAILURE-LAST-TIME(FAILURE-IDX) TO TIME-SPLIT
    PERFORM FORMAT-PRINT-TIME
    MOVE TIME-PRINT TO FAILURE-DETAIL-LAST
    MOVE FAILURE-DETAIL-LINE TO SECURITY-EXCEPTION-REPORT-LINE
    WRITE SECURITY-EXCEPTION-REPORT-LINE
    MOVE "Y" TO FAILURE-PRINTED(FAILURE-IDX)
    ADD 1 TO SECTION-ITEM-COUNT.

WRITE-VELOCITY-SECTION.
    MOVE "SECTION 4 - WITHDRAWAL VELOCITY" TO SECTION-HEADING-TEXT
    PERFORM WRITE-SECTION-HEADING
    MOVE VELOCITY-COLUMN-HEADING TO SECURITY-EXCEPTION-REPORT-LINE
    WRITE SECURITY-EXCEPTION-REPORT-LINE
    MOVE ZERO TO SECTION-ITEM-COUNT
    PERFORM VARYING RANK-SUB FROM 1 BY 1
            UNTIL RANK-SUB > VELOCITY-COUNT
        MOVE ZERO TO BEST-SUB
        MOVE ZERO TO BEST-SCORE
        PERFORM VARYING VELOCITY-IDX FROM 1 BY 1
                UNTIL VELOCITY-IDX > VELOCITY-COUNT
            IF VELOCITY-PRINTED(VELOCITY-IDX) = "N"
               AND (BEST-SUB = 0
                    OR VELOCITY-SCORE(VELOCITY-IDX) > BEST-SCORE)
                SET BEST-SUB TO VELOCITY-IDX
                MOVE VELOCITY-SCORE(VELOCITY-IDX) TO BEST-SCORE
            END-IF
        END-PERFORM
        IF BEST-SUB > 0
            SET VELOCITY-IDX TO BEST-SUB
            PERFORM WRITE-VELOCITY-LINE
        END-IF
    END-PERFORM
    IF SECTION-ITEM-COUNT = 0
        MOVE NONE-REPORTED-LINE TO SECURITY-EXCEPTION-REPORT-LINE
        WRITE SECURITY-EXCEPTION-REPORT-LINE
    END-IF.

WRITE-VELOCITY-LINE.
    MOVE VELOCITY-SCORE(VELOCITY-IDX) TO SEVERITY-SCORE
    PERFORM SET-SEVERITY-TEXT
    MOVE SEVERITY-TEXT TO VELOCITY-DETAIL-SEVERITY
    MOVE VELOCITY-ACCOUNT-NUMBER(VELOCITY-IDX) TO
        VELOCITY-DETAIL-ACCOUNT
    MOVE VELOCITY-ACCOUNT-NUMBER(VELOCITY-IDX) TO ACCOUNT-NUMBER
    READ ACCOUNT-FILE
        INVALID KEY
            MOVE "NOT ON FILE" TO VELOCITY-DETAIL-NAME
        NOT INVALID KEY
            MOVE CUSTOMER-NAME TO VELOCITY-DETAIL-NAME
    END-READ
    MOVE VELOCITY-WITHDRAWALS(VELOCITY-IDX) TO VELOCITY-DETAIL-COUNT
    MOVE VELOCITY-WINDOW-COUNT(VELOCITY-IDX) TO VELOCITY-DETAIL-WINDOW
    MOVE VELOCITY-TERMINAL-COUNT(VELOCITY-IDX) TO
        VELOCITY-DETAIL-TERMINALS
    MOVE VELOCITY-AMOUNT(VELOCITY-IDX) TO VELOCITY-DETAIL-AMOUNT
    MOVE VELOCITY-DETAIL-LINE TO SECURITY-EXCEPTION-REPORT-LINE
    WRITE SECURITY-EXCEPTION-REPORT-LINE
    MOVE "Y" TO VELOCITY-PRINTED(VELOCITY-IDX)
    ADD 1 TO SECTION-ITEM-COUNT.

WRITE-REPORT-TRAILER.
    MOVE SPACES TO SECURITY-EXCEPTION-REPORT-LINE
    WRITE SECURITY-EXCEPTION-REPORT-LINE
    MOVE "HIGH SEVERITY ITEMS:" TO SUMMARY-LABEL
    MOVE HIGH-ITEM-COUNT TO SUMMARY-VALUE
    MOVE SUMMARY-COUNT-LINE TO SECURITY-EXCEPTION-REPORT-LINE
    WRITE SECURITY-EXCEPTION-REPORT-LINE
    MOVE "MEDIUM SEVERITY ITEMS:" TO SUMMARY-LABEL
    MOVE MEDIUM-ITEM-COUNT TO SUMMARY-VALUE
    MOVE SUMMARY-COUNT-LINE TO SECURITY-EXCEPTION-REPORT-LINE
    WRITE SECURITY-EXCEPTION-REPORT-LINE
    MOVE "LOW SEVERITY ITEMS:" TO SUMMARY-LABEL
    MOVE LOW-ITEM-COUNT TO SUMMARY-VALUE
    MOVE SUMMARY-COUNT-LINE TO SECURITY-EXCEPTION-REPORT-LINE
    WRITE SECURITY-EXCEPTION-REPORT-LINE.

READ-BUSINESS-DATE.
    OPEN INPUT BUSINESS-DATE-FILE
    READ BUSINESS-DATE-FILE
        AT END
            CLOSE BUSINESS-DATE-FILE
            DISPLAY "NO BUSINESS DATE ON FILE - RUN ABORTED"
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-READ
    MOVE CURRENT-BUSINESS-DATE TO TODAYS-DATE
    CLOSE BUSINESS-DATE-FILE.
