IDENTIFICATION DIVISION.
PROGRAM-ID. TRANSACTION-REVERSAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT-FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCOUNT-NUMBER.
    SELECT TRANSACTION-JOURNAL ASSIGN TO "TRANSACTION-JOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL JOURNAL-HISTORY-FILE
        ASSIGN TO DYNAMIC JOURNAL-HISTORY-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL REVERSAL-CONTROL-FILE
        ASSIGN TO "REVERSAL-CONTROL-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT MAINTENANCE-JOURNAL ASSIGN TO "MAINTENANCE-JOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPERATOR-FILE ASSIGN TO "OPERATOR-FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPERATOR-ID.
    SELECT SECURITY-JOURNAL ASSIGN TO "SECURITY-JOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CASH-POSITION-FILE ASSIGN TO "CASH-POSITION-FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TERMINAL-ID.
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

FD  JOURNAL-HISTORY-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  JOURNAL-HISTORY-RECORD.
    05  HISTORY-ACCOUNT-NUMBER PIC 9(10).
    05  HISTORY-TRANSACTION-TYPE PIC X(1).
    05  HISTORY-AMOUNT PIC 9(7)V99.
    05  HISTORY-BALANCE PIC S9(7)V99.
    05  HISTORY-DATE PIC 9(8).
    05  HISTORY-TIME PIC 9(8).
    05  HISTORY-TERMINAL-ID PIC X(8).
    05  HISTORY-DISPENSE-DETAIL.
        10  HISTORY-CASSETTE-ENTRY OCCURS 4 TIMES.
            15  HISTORY-CASSETTE-DENOMINATION PIC 9(3).
            15  HISTORY-NOTE-COUNT PIC 9(5).
    05  HISTORY-REVERSAL-REFERENCE.
        10  HISTORY-ORIGINAL-TYPE PIC X(1).
        10  HISTORY-ORIGINAL-DATE PIC 9(8).
        10  HISTORY-ORIGINAL-TIME PIC 9(8).
        10  HISTORY-ORIGINAL-TERMINAL-ID PIC X(8).

FD  REVERSAL-CONTROL-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  REVERSAL-CONTROL-RECORD.
    05  REVERSED-ACCOUNT-NUMBER PIC 9(10).
    05  REVERSED-TRANSACTION-TYPE PIC X(1).
    05  REVERSED-DATE PIC 9(8).
    05  REVERSED-TIME PIC 9(8).
    05  REVERSED-TERMINAL-ID PIC X(8).
    05  REVERSED-AMOUNT PIC 9(7)V99.
    05  REVERSAL-POSTED-DATE PIC 9(8).
    05  REVERSAL-POSTED-TIME PIC 9(8).
    05  REVERSAL-OPERATOR-ID PIC X(8).
    05  REVERSAL-APPROVED-BY PIC X(8).

FD  MAINTENANCE-JOURNAL
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  MAINTENANCE-JOURNAL-RECORD.
    05  MAINTENANCE-OPERATOR-ID PIC X(8).
    05  MAINTENANCE-ACTION PIC X(6).
    05  MAINTENANCE-ACCOUNT-NUMBER PIC 9(10).
    05  MAINTENANCE-CUSTOMER-NAME PIC X(30).
    05  MAINTENANCE-APPROVED-BY PIC X(8).
    05  MAINTENANCE-DATE PIC 9(8).
    05  MAINTENANCE-TIME PIC 9(8).

FD  OPERATOR-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  OPERATOR-RECORD.
    05  OPERATOR-ID PIC X(8).
    05  OPERATOR-PASSWORD PIC X(8).
    05  OPERATOR-PERMISSION-LEVEL PIC 9.
        88  OPERATOR-IS-TELLER VALUE 1.
        88  OPERATOR-IS-SUPERVISOR VALUE 2.
    05  OPERATOR-ACTIVE-FLAG PIC X(1).
        88  OPERATOR-IS-ACTIVE VALUE "A".
        88  OPERATOR-IS-DISABLED VALUE "X".

FD  SECURITY-JOURNAL
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  SECURITY-JOURNAL-RECORD.
    05  SECURITY-OPERATOR-ID PIC X(16).
    05  SECURITY-EVENT-CODE PIC X(2).
    05  SECURITY-DATE PIC 9(8).
    05  SECURITY-TIME PIC 9(8).

FD  CASH-POSITION-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  CASH-POSITION-RECORD.
    05  TERMINAL-ID PIC X(8).
    05  CASSETTE-ENTRY OCCURS 4 TIMES.
        10  CASSETTE-DENOMINATION PIC 9(3).
        10  CASSETTE-NOTE-COUNT PIC 9(5).
        10  CASSETTE-LOW-THRESHOLD PIC 9(5).
        10  CASSETTE-CAPACITY PIC 9(5).

FD  BUSINESS-DATE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BUSINESS-DATE-RECORD.
    05  CURRENT-BUSINESS-DATE PIC 9(8).
    05  PRIOR-BUSINESS-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01  OPERATOR-ID-INPUT PIC X(8).
01  OPERATOR-PASSWORD-INPUT PIC X(8).
01  SUPERVISOR-ID-INPUT PIC X(8).
01  SUPERVISOR-PASSWORD-INPUT PIC X(8).
01  SECURITY-ID-LOGGED PIC X(8).

01  OPERATOR-SIGNED-ON-SWITCH PIC X VALUE "N".
    88  OPERATOR-SIGNED-ON VALUE "Y".
01  SIGN-ON-TRIES PIC 9 VALUE 0.
01  MAX-SIGN-ON-TRIES PIC 9 VALUE 3.

01  APPROVAL-OK-SWITCH PIC X VALUE "N".
    88  APPROVAL-OK VALUE "Y".
01  APPROVED-BY-OPERATOR PIC X(8) VALUE SPACES.

01  ORIGINAL-ACCOUNT-INPUT PIC 9(10).
01  ORIGINAL-DATE-INPUT PIC 9(8).
01  ORIGINAL-TIME-INPUT PIC 9(8).
01  ORIGINAL-TERMINAL-INPUT PIC X(8).
01  MATCH-SELECTION-INPUT PIC 9.
01  CONFIRM-REVERSAL-INPUT PIC X.
    88  REVERSAL-CONFIRMED VALUES "Y" "y".

01  REVERSAL-ACTION-TYPE PIC 9 VALUE 0.
    88  REVERSE-ACTION VALUE 1.
    88  END-ACTION VALUE 2.
    88  VALID-REVERSAL-ACTION VALUES 1 2.

01  TODAYS-DATE PIC 9(8).

01  JOURNAL-HISTORY-NAME.
    05  FILLER PIC X(16) VALUE "JOURNAL-HISTORY-".
    05  HISTORY-NAME-DATE PIC 9(8).

01  ACCOUNT-ON-FILE-SWITCH PIC X VALUE "N".
    88  ACCOUNT-ON-FILE VALUE "Y".
01  EOF-JOURNAL-SWITCH PIC X VALUE "N".
    88  EOF-JOURNAL VALUE "Y".
01  EOF-HISTORY-SWITCH PIC X VALUE "N".
    88  EOF-HISTORY VALUE "Y".
01  EOF-CONTROL-SWITCH PIC X VALUE "N".
    88  EOF-CONTROL VALUE "Y".
01  ALREADY-REVERSED-SWITCH PIC X VALUE "N".
    88  ALREADY-REVERSED VALUE "Y".
01  MATCH-SELECTED-SWITCH PIC X VALUE "N".
    88  MATCH-SELECTED VALUE "Y".

01  MATCH-COUNT PIC 9 VALUE 0.
01  MAX-MATCHES PIC 9 VALUE 9.
01  MATCH-TABLE.
    05  MATCH-ENTRY OCCURS 9 TIMES INDEXED BY MATCH-IDX.
        10  MATCH-TRANSACTION-TYPE PIC X(1).
            88  MATCH-IS-WITHDRAWAL VALUE "W".
            88  MATCH-IS-REVERSAL VALUE "R".
            88  MATCH-IS-DEBIT VALUES "W" "F" "O".
        10  MATCH-AMOUNT PIC 9(7)V99.
        10  MATCH-DISPENSE-DETAIL PIC X(32).

01  REVERSED-DISPENSE-DETAIL.
    05  REVERSED-CASSETTE-ENTRY OCCURS 4 TIMES.
        10  REVERSED-CASSETTE-DENOMINATION PIC 9(3).
        10  REVERSED-NOTE-COUNT PIC 9(5).
01  CASSETTE-SUB PIC 9.

01  MATCH-LIST-LINE.
    05  LIST-MATCH-NUMBER PIC 9.
    05  FILLER PIC X(2) VALUE ". ".
    05  FILLER PIC X(6) VALUE "TYPE: ".
    05  LIST-TRANSACTION-TYPE PIC X(1).
    05  FILLER PIC X(10) VALUE "  AMOUNT: ".
    05  LIST-AMOUNT PIC ZZZZZZ9.99.

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
OPEN I-O ACCOUNT-FILE
OPEN EXTEND MAINTENANCE-JOURNAL
OPEN INPUT OPERATOR-FILE
OPEN EXTEND SECURITY-JOURNAL
PERFORM OPERATOR-SIGN-ON
IF NOT OPERATOR-SIGNED-ON
    DISPLAY "SIGN-ON FAILED - REVERSAL NOT STARTED"
ELSE
    PERFORM UNTIL END-ACTION
        PERFORM GET-REVERSAL-ACTION
        IF REVERSE-ACTION
            PERFORM REVERSE-TRANSACTION
        END-IF
    END-PERFORM
END-IF
CLOSE ACCOUNT-FILE
CLOSE MAINTENANCE-JOURNAL
CLOSE OPERATOR-FILE
CLOSE SECURITY-JOURNAL
STOP RUN.

OPERATOR-SIGN-ON.
    PERFORM UNTIL OPERATOR-SIGNED-ON
                OR SIGN-ON-TRIES = MAX-SIGN-ON-TRIES
        DISPLAY "Enter operator id: "
        ACCEPT OPERATOR-ID-INPUT
        DISPLAY "Enter password: "
        ACCEPT OPERATOR-PASSWORD-INPUT
        MOVE OPERATOR-ID-INPUT TO SECURITY-ID-LOGGED
        PERFORM VERIFY-OPERATOR
    END-PERFORM.

VERIFY-OPERATOR.
    MOVE OPERATOR-ID-INPUT TO OPERATOR-ID
    READ OPERATOR-FILE
        INVALID KEY
            DISPLAY "OPERATOR NOT ON FILE"
            MOVE "UO" TO SECURITY-EVENT-CODE
            PERFORM WRITE-SECURITY-RECORD
            ADD 1 TO SIGN-ON-TRIES
        NOT INVALID KEY
            IF NOT OPERATOR-IS-ACTIVE
                DISPLAY "OPERATOR IS DISABLED"
                MOVE "OI" TO SECURITY-EVENT-CODE
                PERFORM WRITE-SECURITY-RECORD
                ADD 1 TO SIGN-ON-TRIES
            ELSE
                IF OPERATOR-PASSWORD-INPUT NOT = OPERATOR-PASSWORD
                    DISPLAY "INCORRECT PASSWORD"
                    MOVE "OP" TO SECURITY-EVENT-CODE
                    PERFORM WRITE-SECURITY-RECORD
                    ADD 1 TO SIGN-ON-TRIES
                ELSE
                    SET OPERATOR-SIGNED-ON TO TRUE
                END-IF
            END-IF
    END-READ.

GET-SUPERVISOR-APPROVAL.
    MOVE "N" TO APPROVAL-OK-SWITCH
    MOVE SPACES TO APPROVED-BY-OPERATOR
    DISPLAY "Enter approving supervisor id: "
    ACCEPT SUPERVISOR-ID-INPUT
    DISPLAY "Enter supervisor password: "
    ACCEPT SUPERVISOR-PASSWORD-INPUT
    MOVE SUPERVISOR-ID-INPUT TO SECURITY-ID-LOGGED
    IF SUPERVISOR-ID-INPUT = OPERATOR-ID-INPUT
        DISPLAY "SUPERVISOR MUST DIFFER FROM OPERATOR"
        MOVE "SA" TO SECURITY-EVENT-CODE
        PERFORM WRITE-SECURITY-RECORD
    ELSE
        MOVE SUPERVISOR-ID-INPUT TO OPERATOR-ID
        READ OPERATOR-FILE
            INVALID KEY
                DISPLAY "SUPERVISOR NOT ON FILE"
                MOVE "UO" TO SECURITY-EVENT-CODE
                PERFORM WRITE-SECURITY-RECORD
            NOT INVALID KEY
                PERFORM VERIFY-SUPERVISOR
        END-READ
    END-IF.

VERIFY-SUPERVISOR.
    IF NOT OPERATOR-IS-ACTIVE
        DISPLAY "SUPERVISOR IS DISABLED"
        MOVE "OI" TO SECURITY-EVENT-CODE
        PERFORM WRITE-SECURITY-RECORD
    ELSE
        IF SUPERVISOR-PASSWORD-INPUT NOT = OPERATOR-PASSWORD
            DISPLAY "INCORRECT SUPERVISOR PASSWORD"
            MOVE "OP" TO SECURITY-EVENT-CODE
            PERFORM WRITE-SECURITY-RECORD
        ELSE
            IF NOT OPERATOR-IS-SUPERVISOR
                DISPLAY "OPERATOR IS NOT A SUPERVISOR"
                MOVE "SA" TO SECURITY-EVENT-CODE
                PERFORM WRITE-SECURITY-RECORD
            ELSE
                SET APPROVAL-OK TO TRUE
                MOVE SUPERVISOR-ID-INPUT TO APPROVED-BY-OPERATOR
            END-IF
        END-IF
    END-IF.

WRITE-SECURITY-RECORD.
    MOVE SPACES TO SECURITY-OPERATOR-ID
    MOVE SECURITY-ID-LOGGED TO SECURITY-OPERATOR-ID
    MOVE TODAYS-DATE TO SECURITY-DATE
    ACCEPT SECURITY-TIME FROM TIME
    WRITE SECURITY-JOURNAL-RECORD.

GET-REVERSAL-ACTION.
    MOVE 0 TO REVERSAL-ACTION-TYPE
    PERFORM UNTIL VALID-REVERSAL-ACTION
        DISPLAY "1. Reverse a transaction"
        DISPLAY "2. End reversals"
        DISPLAY "Select reversal action: "
        ACCEPT REVERSAL-ACTION-TYPE
        IF NOT VALID-REVERSAL-ACTION
            DISPLAY "INVALID SELECTION"
        END-IF
    END-PERFORM.

GET-ORIGINAL-KEY.
    DISPLAY "Enter account number: "
    ACCEPT ORIGINAL-ACCOUNT-INPUT
    DISPLAY "Enter original transaction date (YYYYMMDD): "
    ACCEPT ORIGINAL-DATE-INPUT
    DISPLAY "Enter original transaction time (HHMMSSCC): "
    ACCEPT ORIGINAL-TIME-INPUT
    DISPLAY "Enter original terminal id (blank if none): "
    ACCEPT ORIGINAL-TERMINAL-INPUT.

REVERSE-TRANSACTION.
    PERFORM GET-ORIGINAL-KEY
    MOVE "N" TO ACCOUNT-ON-FILE-SWITCH
    MOVE ORIGINAL-ACCOUNT-INPUT TO ACCOUNT-NUMBER
    READ ACCOUNT-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET ACCOUNT-ON-FILE TO TRUE
    END-READ
    IF NOT ACCOUNT-ON-FILE
        DISPLAY "ACCOUNT NOT ON FILE"
    ELSE
        IF ACCOUNT-CLOSED
            DISPLAY "ACCOUNT IS CLOSED - CANNOT REVERSE"
        ELSE
            PERFORM FIND-ORIGINAL-ENTRY
            IF MATCH-COUNT = 0
                DISPLAY "ORIGINAL TRANSACTION NOT FOUND"
            ELSE
                PERFORM SELECT-ORIGINAL-ENTRY
                IF MATCH-SELECTED
                    PERFORM VALIDATE-REVERSAL
                END-IF
            END-IF
        END-IF
    END-IF.

FIND-ORIGINAL-ENTRY.
    MOVE 0 TO MATCH-COUNT
    MOVE "N" TO EOF-JOURNAL-SWITCH
    OPEN INPUT TRANSACTION-JOURNAL
    PERFORM UNTIL EOF-JOURNAL
        READ TRANSACTION-JOURNAL
            AT END
                SET EOF-JOURNAL TO TRUE
        END-READ
        IF NOT EOF-JOURNAL
            IF JOURNAL-ACCOUNT-NUMBER = ORIGINAL-ACCOUNT-INPUT
               AND JOURNAL-DATE = ORIGINAL-DATE-INPUT
               AND JOURNAL-TIME = ORIGINAL-TIME-INPUT
               AND JOURNAL-TERMINAL-ID = ORIGINAL-TERMINAL-INPUT
                PERFORM ADD-JOURNAL-MATCH
            END-IF
        END-IF
    END-PERFORM
    CLOSE TRANSACTION-JOURNAL
    IF ORIGINAL-DATE-INPUT NOT = TODAYS-DATE
        PERFORM FIND-HISTORY-ENTRY
    END-IF.

FIND-HISTORY-ENTRY.
    MOVE ORIGINAL-DATE-INPUT TO HISTORY-NAME-DATE
    MOVE "N" TO EOF-HISTORY-SWITCH
    OPEN INPUT JOURNAL-HISTORY-FILE
    PERFORM UNTIL EOF-HISTORY
        READ JOURNAL-HISTORY-FILE
            AT END
                SET EOF-HISTORY TO TRUE
        END-READ
        IF NOT EOF-HISTORY
            IF HISTORY-ACCOUNT-NUMBER = ORIGINAL-ACCOUNT-INPUT
               AND HISTORY-DATE = ORIGINAL-DATE-INPUT
               AND HISTORY-TIME = ORIGINAL-TIME-INPUT
               AND HISTORY-TERMINAL-ID = ORIGINAL-TERMINAL-INPUT
                PERFORM ADD-HISTORY-MATCH
            END-IF
        END-IF
    END-PERFORM
    CLOSE JOURNAL-HISTORY-FILE.

ADD-JOURNAL-MATCH.
    IF MATCH-COUNT < MAX-MATCHES
        ADD 1 TO MATCH-COUNT
        SET MATCH-IDX TO MATCH-COUNT
        MOVE JOURNAL-TRANSACTION-TYPE TO MATCH-TRANSACTION-TYPE(MATCH-IDX)
        MOVE JOURNAL-AMOUNT TO MATCH-AMOUNT(MATCH-IDX)
        MOVE JOURNAL-DISPENSE-DETAIL TO MATCH-DISPENSE-DETAIL(MATCH-IDX)
    END-IF.

ADD-HISTORY-MATCH.
    IF MATCH-COUNT < MAX-MATCHES
        ADD 1 TO MATCH-COUNT
        SET MATCH-IDX TO MATCH-COUNT
        MOVE HISTORY-TRANSACTION-TYPE TO MATCH-TRANSACTION-TYPE(MATCH-IDX)
        MOVE HISTORY-AMOUNT TO MATCH-AMOUNT(MATCH-IDX)
        MOVE HISTORY-DISPENSE-DETAIL TO MATCH-DISPENSE-DETAIL(MATCH-IDX)
    END-IF.

SELECT-ORIGINAL-ENTRY.
    MOVE "N" TO MATCH-SELECTED-SWITCH
    IF MATCH-COUNT = 1
        SET MATCH-IDX TO 1
        SET MATCH-SELECTED TO TRUE
    ELSE
        PERFORM VARYING MATCH-IDX FROM 1 BY 1
                UNTIL MATCH-IDX > MATCH-COUNT
            SET LIST-MATCH-NUMBER TO MATCH-IDX
            MOVE MATCH-TRANSACTION-TYPE(MATCH-IDX) TO LIST-TRANSACTION-TYPE
            MOVE MATCH-AMOUNT(MATCH-IDX) TO LIST-AMOUNT
            DISPLAY MATCH-LIST-LINE
        END-PERFORM
        DISPLAY "Select transaction to reverse: "
        ACCEPT MATCH-SELECTION-INPUT
        IF MATCH-SELECTION-INPUT > 0
           AND MATCH-SELECTION-INPUT NOT > MATCH-COUNT
            SET MATCH-IDX TO MATCH-SELECTION-INPUT
            SET MATCH-SELECTED TO TRUE
        ELSE
            DISPLAY "INVALID SELECTION"
        END-IF
    END-IF.

VALIDATE-REVERSAL.
    IF MATCH-IS-REVERSAL(MATCH-IDX)
        DISPLAY "A REVERSAL CANNOT ITSELF BE REVERSED"
    ELSE
        PERFORM CHECK-NOT-ALREADY-REVERSED
        IF ALREADY-REVERSED
            DISPLAY "TRANSACTION HAS ALREADY BEEN REVERSED"
        ELSE
            IF NOT MATCH-IS-DEBIT(MATCH-IDX)
               AND MATCH-AMOUNT(MATCH-IDX) > BALANCE + OVERDRAFT-LIMIT
                DISPLAY "WARNING - REVERSAL TAKES ACCOUNT BEYOND ITS "
                    "OVERDRAFT LIMIT"
            END-IF
            PERFORM CONFIRM-REVERSAL
        END-IF
    END-IF.

CHECK-NOT-ALREADY-REVERSED.
    MOVE "N" TO ALREADY-REVERSED-SWITCH
    MOVE "N" TO EOF-CONTROL-SWITCH
    OPEN INPUT REVERSAL-CONTROL-FILE
    PERFORM UNTIL EOF-CONTROL
        READ REVERSAL-CONTROL-FILE
            AT END
                SET EOF-CONTROL TO TRUE
        END-READ
        IF NOT EOF-CONTROL
            IF REVERSED-ACCOUNT-NUMBER = ORIGINAL-ACCOUNT-INPUT
               AND REVERSED-TRANSACTION-TYPE =
                   MATCH-TRANSACTION-TYPE(MATCH-IDX)
               AND REVERSED-DATE = ORIGINAL-DATE-INPUT
               AND REVERSED-TIME = ORIGINAL-TIME-INPUT
               AND REVERSED-TERMINAL-ID = ORIGINAL-TERMINAL-INPUT
                SET ALREADY-REVERSED TO TRUE
            END-IF
        END-IF
    END-PERFORM
    CLOSE REVERSAL-CONTROL-FILE.

CONFIRM-REVERSAL.
    SET LIST-MATCH-NUMBER TO MATCH-IDX
    MOVE MATCH-TRANSACTION-TYPE(MATCH-IDX) TO LIST-TRANSACTION-TYPE
    MOVE MATCH-AMOUNT(MATCH-IDX) TO LIST-AMOUNT
    DISPLAY MATCH-LIST-LINE
    DISPLAY "Reverse this transaction (Y/N): "
    ACCEPT CONFIRM-REVERSAL-INPUT
    IF NOT REVERSAL-CONFIRMED
        DISPLAY "REVERSAL CANCELLED"
    ELSE
        PERFORM GET-SUPERVISOR-APPROVAL
        IF NOT APPROVAL-OK
            DISPLAY "SUPERVISOR APPROVAL REFUSED - TRANSACTION NOT REVERSED"
        ELSE
            PERFORM POST-REVERSAL
        END-IF
    END-IF.

POST-REVERSAL.
    IF MATCH-IS-DEBIT(MATCH-IDX)
        ADD MATCH-AMOUNT(MATCH-IDX) TO BALANCE
    ELSE
        SUBTRACT MATCH-AMOUNT(MATCH-IDX) FROM BALANCE
    END-IF
    IF MATCH-IS-WITHDRAWAL(MATCH-IDX)
       AND ORIGINAL-TERMINAL-INPUT NOT = SPACES
       AND ORIGINAL-DATE-INPUT = DAILY-WITHDRAWAL-DATE
        IF MATCH-AMOUNT(MATCH-IDX) > DAILY-WITHDRAWAL-TOTAL
            MOVE ZERO TO DAILY-WITHDRAWAL-TOTAL
        ELSE
            SUBTRACT MATCH-AMOUNT(MATCH-IDX) FROM DAILY-WITHDRAWAL-TOTAL
        END-IF
    END-IF
    REWRITE ACCOUNT-RECORD
    IF MATCH-IS-WITHDRAWAL(MATCH-IDX)
       AND ORIGINAL-TERMINAL-INPUT NOT = SPACES
       AND ORIGINAL-DATE-INPUT = TODAYS-DATE
        PERFORM RETURN-NOTES-TO-CASSETTES
    END-IF
    PERFORM WRITE-REVERSAL-JOURNAL-RECORD
    PERFORM RECORD-REVERSAL
    MOVE "REVRSL" TO MAINTENANCE-ACTION
    PERFORM WRITE-MAINTENANCE-RECORD
    DISPLAY "TRANSACTION REVERSED".

RETURN-NOTES-TO-CASSETTES.
    MOVE MATCH-DISPENSE-DETAIL(MATCH-IDX) TO REVERSED-DISPENSE-DETAIL
    OPEN I-O CASH-POSITION-FILE
    MOVE ORIGINAL-TERMINAL-INPUT TO TERMINAL-ID
    READ CASH-POSITION-FILE
        INVALID KEY
            DISPLAY "TERMINAL NOT ON CASH POSITION FILE - NOTES NOT "
                "RETURNED TO CASSETTES"
        NOT INVALID KEY
            PERFORM VARYING CASSETTE-SUB FROM 1 BY 1
                    UNTIL CASSETTE-SUB > 4
                ADD REVERSED-NOTE-COUNT(CASSETTE-SUB) TO
                    CASSETTE-NOTE-COUNT(CASSETTE-SUB)
            END-PERFORM
            REWRITE CASH-POSITION-RECORD
    END-READ
    CLOSE CASH-POSITION-FILE.

WRITE-REVERSAL-JOURNAL-RECORD.
    OPEN EXTEND TRANSACTION-JOURNAL
    MOVE ACCOUNT-NUMBER TO JOURNAL-ACCOUNT-NUMBER
    SET JOURNAL-IS-REVERSAL TO TRUE
    MOVE MATCH-AMOUNT(MATCH-IDX) TO JOURNAL-AMOUNT
    MOVE BALANCE TO JOURNAL-BALANCE
    MOVE TODAYS-DATE TO JOURNAL-DATE
    ACCEPT JOURNAL-TIME FROM TIME
    MOVE SPACES TO JOURNAL-TERMINAL-ID
    MOVE MATCH-DISPENSE-DETAIL(MATCH-IDX) TO JOURNAL-DISPENSE-DETAIL
    MOVE MATCH-TRANSACTION-TYPE(MATCH-IDX) TO JOURNAL-ORIGINAL-TYPE
    MOVE ORIGINAL-DATE-INPUT TO JOURNAL-ORIGINAL-DATE
    MOVE ORIGINAL-TIME-INPUT TO JOURNAL-ORIGINAL-TIME
    MOVE ORIGINAL-TERMINAL-INPUT TO JOURNAL-ORIGINAL-TERMINAL-ID
    WRITE JOURNAL-RECORD
    CLOSE TRANSACTION-JOURNAL.

RECORD-REVERSAL.
    OPEN EXTEND REVERSAL-CONTROL-FILE
    MOVE ORIGINAL-ACCOUNT-INPUT TO REVERSED-ACCOUNT-NUMBER
    MOVE MATCH-TRANSACTION-TYPE(MATCH-IDX) TO REVERSED-TRANSACTION-TYPE
    MOVE ORIGINAL-DATE-INPUT TO REVERSED-DATE
    MOVE ORIGINAL-TIME-INPUT TO REVERSED-TIME
    MOVE ORIGINAL-TERMINAL-INPUT TO REVERSED-TERMINAL-ID
    MOVE MATCH-AMOUNT(MATCH-IDX) TO REVERSED-AMOUNT
    MOVE JOURNAL-DATE TO REVERSAL-POSTED-DATE
    MOVE JOURNAL-TIME TO REVERSAL-POSTED-TIME
    MOVE OPERATOR-ID-INPUT TO REVERSAL-OPERATOR-ID
    MOVE APPROVED-BY-OPERATOR TO REVERSAL-APPROVED-BY
    WRITE REVERSAL-CONTROL-RECORD
    CLOSE REVERSAL-CONTROL-FILE.

WRITE-MAINTENANCE-RECORD.
    MOVE OPERATOR-ID-INPUT TO MAINTENANCE-OPERATOR-ID
    MOVE ACCOUNT-NUMBER TO MAINTENANCE-ACCOUNT-NUMBER
    MOVE CUSTOMER-NAME TO MAINTENANCE-CUSTOMER-NAME
    MOVE APPROVED-BY-OPERATOR TO MAINTENANCE-APPROVED-BY
    MOVE TODAYS-DATE TO MAINTENANCE-DATE
    ACCEPT MAINTENANCE-TIME FROM TIME
    WRITE MAINTENANCE-JOURNAL-RECORD
    MOVE SPACES TO APPROVED-BY-OPERATOR.

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
