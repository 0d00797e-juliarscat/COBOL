        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TERMINAL-ID.
    SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSINESS-DATE-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
    BLOCK CONTAINS 0 RECORDS.
01  ACCOUNT-RECORD.
    05  ACCOUNT-NUMBER PIC 9(10).
    05  BALANCE PIC S9(7)V99.
    05  DAILY-WITHDRAWAL-TOTAL PIC 9(7)V99.
    05  DAILY-WITHDRAWAL-DATE PIC 9(8).
    05  CUSTOMER-NAME PIC X(30).
        88  ACCOUNT-FROZEN VALUE "F".
        88  ACCOUNT-DORMANT VALUE "D".
    05  LAST-ACTIVITY-DATE PIC 9(8).
    05  OVERDRAFT-LIMIT PIC 9(7)V99.
    05  ACCOUNT-CUSTOMER-NUMBER PIC 9(10).

FD  TRANSACTION-JOURNAL
    LABEL RECORDS ARE OMITTED
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
        10  JOURNAL-CASSETTE-ENTRY OCCURS 4 TIMES.
            15  JOURNAL-CASSETTE-DENOMINATION PIC 9(3).
            15  JOURNAL-NOTE-COUNT PIC 9(5).
    05  JOURNAL-REVERSAL-REFERENCE.
        10  JOURNAL-ORIGINAL-TYPE PIC X(1).
        10  JOURNAL-ORIGINAL-DATE PIC 9(8).
        10  JOURNAL-ORIGINAL-TIME PIC 9(8).
        10  JOURNAL-ORIGINAL-TERMINAL-ID PIC X(8).

FD  CARD-FILE
    LABEL RECORDS ARE OMITTED
    05  SECURITY-EVENT-CODE PIC X(2).
    05  SECURITY-DATE PIC 9(8).
    05  SECURITY-TIME PIC 9(8).
    05  SECURITY-TERMINAL-ID PIC X(8).

FD  MAINTENANCE-JOURNAL
    LABEL RECORDS ARE OMITTED
        10  CASSETTE-LOW-THRESHOLD PIC 9(5).
        10  CASSETTE-CAPACITY PIC 9(5).

FD  BUSINESS-DATE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BUSINESS-DATE-RECORD.
    05  CURRENT-BUSINESS-DATE PIC 9(8).
    05  PRIOR-BUSINESS-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01  ACCOUNT-FOUND-SWITCH PIC X VALUE "N".
    88  ACCOUNT-IS-FOUND VALUE "Y".

01  WITHDRAWAL-AMOUNT PIC 9(7)V99.
01  DEPOSIT-AMOUNT PIC 9(7)V99.
01  AVAILABLE-FUNDS PIC S9(8)V99.
01  BALANCE-DISPLAY PIC -ZZZZZZ9.99.
01  AVAILABLE-FUNDS-DISPLAY PIC -ZZZZZZZ9.99.

01  DAILY-WITHDRAWAL-LIMIT PIC 9(7)V99 VALUE 500.00.
01  TODAYS-DATE PIC 9(8).
01  ATM-OPERATOR-ID PIC X(8) VALUE "ATM".

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
OPEN I-O ACCOUNT-FILE
OPEN EXTEND TRANSACTION-JOURNAL
OPEN I-O CARD-FILE

WRITE-SECURITY-RECORD.
    MOVE CARD-NUMBER-INPUT TO SECURITY-CARD-NUMBER
    MOVE TODAYS-DATE TO SECURITY-DATE
    ACCEPT SECURITY-TIME FROM TIME
    MOVE TERMINAL-ID TO SECURITY-TERMINAL-ID
    WRITE SECURITY-JOURNAL-RECORD.

GET-ACCOUNT.
    END-PERFORM.

SUBTRACT-FROM-BALANCE.
    IF DAILY-WITHDRAWAL-DATE NOT = TODAYS-DATE
        MOVE ZERO TO DAILY-WITHDRAWAL-TOTAL
        MOVE TODAYS-DATE TO DAILY-WITHDRAWAL-DATE
    END-IF
    DISPLAY "Enter withdrawal amount: "
    ACCEPT WITHDRAWAL-AMOUNT
    COMPUTE AVAILABLE-FUNDS = BALANCE + OVERDRAFT-LIMIT
    IF WITHDRAWAL-AMOUNT > AVAILABLE-FUNDS
        DISPLAY "INSUFFICIENT FUNDS"
    ELSE
        IF DAILY-WITHDRAWAL-TOTAL + WITHDRAWAL-AMOUNT > DAILY-WITHDRAWAL-LIMIT
            DISPLAY "DAILY LIMIT EXCEEDED"
    END-IF.

UPDATE-ACCOUNT-ACTIVITY.
    MOVE TODAYS-DATE TO LAST-ACTIVITY-DATE
    IF ACCOUNT-DORMANT
        SET ACCOUNT-ACTIVE TO TRUE
        MOVE "REACT" TO MAINTENANCE-ACTION
    MOVE ACCOUNT-NUMBER TO MAINTENANCE-ACCOUNT-NUMBER
    MOVE CUSTOMER-NAME TO MAINTENANCE-CUSTOMER-NAME
    MOVE SPACES TO MAINTENANCE-APPROVED-BY
    MOVE TODAYS-DATE TO MAINTENANCE-DATE
    ACCEPT MAINTENANCE-TIME FROM TIME
    WRITE MAINTENANCE-JOURNAL-RECORD.

WRITE-JOURNAL-RECORD.
    MOVE ACCOUNT-NUMBER TO JOURNAL-ACCOUNT-NUMBER
    MOVE BALANCE TO JOURNAL-BALANCE
    MOVE TODAYS-DATE TO JOURNAL-DATE
    ACCEPT JOURNAL-TIME FROM TIME
    MOVE TERMINAL-ID TO JOURNAL-TERMINAL-ID
    MOVE ZEROS TO JOURNAL-DISPENSE-DETAIL
    MOVE ZEROS TO JOURNAL-REVERSAL-REFERENCE
    IF JOURNAL-IS-WITHDRAWAL
        PERFORM VARYING CASSETTE-SUB FROM 1 BY 1
                UNTIL CASSETTE-SUB > 4
    MOVE DEPOSIT-AMOUNT TO JOURNAL-AMOUNT
    PERFORM WRITE-JOURNAL-RECORD
    DISPLAY "DEPOSIT ACCEPTED"
    MOVE BALANCE TO BALANCE-DISPLAY
    DISPLAY "NEW BALANCE: " BALANCE-DISPLAY.

DISPLAY-BALANCE.
    MOVE BALANCE TO BALANCE-DISPLAY
    DISPLAY "CURRENT BALANCE: " BALANCE-DISPLAY
    IF OVERDRAFT-LIMIT > 0
        COMPUTE AVAILABLE-FUNDS = BALANCE + OVERDRAFT-LIMIT
        MOVE AVAILABLE-FUNDS TO AVAILABLE-FUNDS-DISPLAY
        DISPLAY "AVAILABLE FUNDS: " AVAILABLE-FUNDS-DISPLAY
    END-IF.

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
