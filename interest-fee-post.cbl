        RECORD KEY IS ACCOUNT-NUMBER.
    SELECT TRANSACTION-JOURNAL ASSIGN TO "TRANSACTION-JOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSINESS-DATE-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
    05  PARAMETER-ANNUAL-RATE PIC 9(2)V9(4).
    05  PARAMETER-MONTHLY-FEE PIC 9(3)V99.
    05  PARAMETER-FEE-WAIVER-BALANCE PIC 9(7)V99.
    05  PARAMETER-DEBIT-RATE PIC 9(2)V9(4).

FD  ACCOUNT-FILE
    LABEL RECORDS ARE OMITTED
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

FD  BUSINESS-DATE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BUSINESS-DATE-RECORD.
    05  CURRENT-BUSINESS-DATE PIC 9(8).
    05  PRIOR-BUSINESS-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01  EOF-PARAMETER-SWITCH PIC X VALUE "N".
    88  EOF-ACCOUNT VALUE "Y".

01  INTEREST-AMOUNT PIC 9(7)V99.
01  DEBIT-INTEREST-AMOUNT PIC 9(7)V99.
01  FEE-AMOUNT PIC 9(7)V99.
01  AVAILABLE-FUNDS PIC S9(8)V99.

01  ACCOUNT-READ-COUNT PIC 9(5) VALUE 0.
01  INTEREST-POSTED-COUNT PIC 9(5) VALUE 0.
01  FEE-POSTED-COUNT PIC 9(5) VALUE 0.
01  DEBIT-INTEREST-POSTED-COUNT PIC 9(5) VALUE 0.
01  INTEREST-POSTED-AMOUNT PIC 9(9)V99 VALUE 0.
01  DEBIT-INTEREST-POSTED-AMOUNT PIC 9(9)V99 VALUE 0.
01  FEE-POSTED-AMOUNT PIC 9(9)V99 VALUE 0.

01  CONTROL-TOTAL-LINE.
    05  FILLER PIC X(2) VALUE SPACES.
    05  CONTROL-AMOUNT PIC ZZZZZZZZ9.99.

01  TODAYS-DATE PIC 9(8).

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
OPEN INPUT RATE-PARAMETER-FILE
READ RATE-PARAMETER-FILE
    AT END
    REWRITE ACCOUNT-RECORD.

POST-INTEREST.
    IF BALANCE > 0
        COMPUTE INTEREST-AMOUNT ROUNDED =
            BALANCE * PARAMETER-ANNUAL-RATE / 12
        IF INTEREST-AMOUNT > 0
            ADD INTEREST-AMOUNT TO BALANCE
            SET JOURNAL-IS-INTEREST TO TRUE
            MOVE INTEREST-AMOUNT TO JOURNAL-AMOUNT
            PERFORM WRITE-JOURNAL-RECORD
            ADD 1 TO INTEREST-POSTED-COUNT
            ADD INTEREST-AMOUNT TO INTEREST-POSTED-AMOUNT
        END-IF
    ELSE
        IF BALANCE < 0
            PERFORM POST-DEBIT-INTEREST
        END-IF
    END-IF.

POST-DEBIT-INTEREST.
    COMPUTE DEBIT-INTEREST-AMOUNT ROUNDED =
        (0 - BALANCE) * PARAMETER-DEBIT-RATE / 12
    IF DEBIT-INTEREST-AMOUNT > 0
        SUBTRACT DEBIT-INTEREST-AMOUNT FROM BALANCE
        SET JOURNAL-IS-DEBIT-INTEREST TO TRUE
        MOVE DEBIT-INTEREST-AMOUNT TO JOURNAL-AMOUNT
        PERFORM WRITE-JOURNAL-RECORD
        ADD 1 TO DEBIT-INTEREST-POSTED-COUNT
        ADD DEBIT-INTEREST-AMOUNT TO DEBIT-INTEREST-POSTED-AMOUNT
    END-IF.

POST-SERVICE-FEE.
    IF PARAMETER-MONTHLY-FEE > 0
       AND BALANCE < PARAMETER-FEE-WAIVER-BALANCE
        MOVE PARAMETER-MONTHLY-FEE TO FEE-AMOUNT
        COMPUTE AVAILABLE-FUNDS = BALANCE + OVERDRAFT-LIMIT
        IF AVAILABLE-FUNDS < 0
            MOVE ZERO TO AVAILABLE-FUNDS
        END-IF
        IF FEE-AMOUNT > AVAILABLE-FUNDS
            MOVE AVAILABLE-FUNDS TO FEE-AMOUNT
        END-IF
        IF FEE-AMOUNT > 0
            SUBTRACT FEE-AMOUNT FROM BALANCE
WRITE-JOURNAL-RECORD.
    MOVE ACCOUNT-NUMBER TO JOURNAL-ACCOUNT-NUMBER
    MOVE BALANCE TO JOURNAL-BALANCE
    MOVE TODAYS-DATE TO JOURNAL-DATE
    ACCEPT JOURNAL-TIME FROM TIME
    MOVE SPACES TO JOURNAL-TERMINAL-ID
    MOVE ZEROS TO JOURNAL-DISPENSE-DETAIL
    MOVE ZEROS TO JOURNAL-REVERSAL-REFERENCE
    WRITE JOURNAL-RECORD.

WRITE-CONTROL-TOTALS.
    MOVE "FEES POSTED" TO CONTROL-LABEL
    MOVE FEE-POSTED-COUNT TO CONTROL-COUNT
    MOVE FEE-POSTED-AMOUNT TO CONTROL-AMOUNT
    DISPLAY CONTROL-TOTAL-LINE
    MOVE "DEBIT INTEREST POSTED" TO CONTROL-LABEL
    MOVE DEBIT-INTEREST-POSTED-COUNT TO CONTROL-COUNT
    MOVE DEBIT-INTEREST-POSTED-AMOUNT TO CONTROL-AMOUNT
    DISPLAY CONTROL-TOTAL-LINE.

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
