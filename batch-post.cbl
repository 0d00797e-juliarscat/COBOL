        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT BALANCING-REPORT-FILE ASSIGN TO "BALANCING-REPORT-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
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

FD  REJECT-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BALANCING-REPORT-LINE PIC X(80).

FD  BUSINESS-DATE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BUSINESS-DATE-RECORD.
    05  CURRENT-BUSINESS-DATE PIC 9(8).
    05  PRIOR-BUSINESS-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01  EOF-INCOMING-SWITCH PIC X VALUE "N".
    88  EOF-INCOMING VALUE "Y".
    05  TITLE-POSTED-DATE PIC 9(8).

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
PERFORM VERIFY-BATCH-CONTROLS
IF NOT BATCH-VERIFIED
    MOVE 8 TO RETURN-CODE
    STOP RUN
END-IF
PERFORM CHECK-BATCH-NOT-POSTED
IF BATCH-ALREADY-POSTED
    DISPLAY "BATCH " BATCH-NUMBER-IN-PROCESS
        " ALREADY PROCESSED - RUN ABORTED"
    MOVE 8 TO RETURN-CODE
    STOP RUN
END-IF
PERFORM READ-POST-CHECKPOINT

APPLY-TRANSACTION.
    IF INCOMING-IS-WITHDRAWAL
        IF INCOMING-AMOUNT > BALANCE + OVERDRAFT-LIMIT
            MOVE "02" TO REJECT-REASON-CODE
            MOVE "INSUFFICIENT BALANCE" TO REJECT-REASON-TEXT
            PERFORM WRITE-REJECT-RECORD
    MOVE INCOMING-AMOUNT TO JOURNAL-AMOUNT
    MOVE ACCOUNT-NUMBER TO JOURNAL-ACCOUNT-NUMBER
    MOVE BALANCE TO JOURNAL-BALANCE
    MOVE TODAYS-DATE TO JOURNAL-DATE
    ACCEPT JOURNAL-TIME FROM TIME
    MOVE SPACES TO JOURNAL-TERMINAL-ID
    MOVE ZEROS TO JOURNAL-DISPENSE-DETAIL
    MOVE ZEROS TO JOURNAL-REVERSAL-REFERENCE
    WRITE JOURNAL-RECORD
    ADD 1 TO POSTED-COUNT
    ADD INCOMING-AMOUNT TO POSTED-AMOUNT.

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

    DISPLAY CONTROL-TOTAL-LINE
    MOVE CONTROL-TOTAL-LINE TO BALANCING-REPORT-LINE
    WRITE BALANCING-REPORT-LINE.

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
