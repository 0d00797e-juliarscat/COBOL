IDENTIFICATION DIVISION.
PROGRAM-ID. ACCOUNT-CONVERT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL OLD-ACCOUNT-FILE ASSIGN TO "OLD-ACCOUNT-FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OLD-ACCOUNT-NUMBER.
    SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT-FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCOUNT-NUMBER.
    SELECT OPTIONAL OLD-RATE-PARAMETER-FILE
        ASSIGN TO "OLD-RATE-PARAMETER-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RATE-PARAMETER-FILE ASSIGN TO "RATE-PARAMETER-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  OLD-ACCOUNT-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  OLD-ACCOUNT-RECORD.
    05  OLD-ACCOUNT-NUMBER PIC 9(10).
    05  OLD-BALANCE PIC 9(7)V99.
    05  OLD-DAILY-WITHDRAWAL-TOTAL PIC 9(7)V99.
    05  OLD-DAILY-WITHDRAWAL-DATE PIC 9(8).
    05  OLD-CUSTOMER-NAME PIC X(30).
    05  OLD-ACCOUNT-STATUS PIC X(1).
    05  OLD-LAST-ACTIVITY-DATE PIC 9(8).

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

FD  OLD-RATE-PARAMETER-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  OLD-RATE-PARAMETER-RECORD.
    05  OLD-PARAMETER-ANNUAL-RATE PIC 9(2)V9(4).
    05  OLD-PARAMETER-MONTHLY-FEE PIC 9(3)V99.
    05  OLD-PARAMETER-FEE-WAIVER-BALANCE PIC 9(7)V99.

FD  RATE-PARAMETER-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  RATE-PARAMETER-RECORD.
    05  PARAMETER-ANNUAL-RATE PIC 9(2)V9(4).
    05  PARAMETER-MONTHLY-FEE PIC 9(3)V99.
    05  PARAMETER-FEE-WAIVER-BALANCE PIC 9(7)V99.
    05  PARAMETER-DEBIT-RATE PIC 9(2)V9(4).

WORKING-STORAGE SECTION.
01  EOF-OLD-ACCOUNT-SWITCH PIC X VALUE "N".
    88  EOF-OLD-ACCOUNT VALUE "Y".
01  EOF-OLD-PARAMETER-SWITCH PIC X VALUE "N".
    88  EOF-OLD-PARAMETER VALUE "Y".

01  DEBIT-RATE-INPUT PIC 9(2)V9(4).
01  CONFIRM-CONVERT-INPUT PIC X.
    88  CONVERT-CONFIRMED VALUES "Y" "y".

01  ACCOUNTS-READ-COUNT PIC 9(7) VALUE 0.
01  ACCOUNTS-WRITTEN-COUNT PIC 9(7) VALUE 0.
01  ACCOUNTS-REJECTED-COUNT PIC 9(7) VALUE 0.
01  CONVERTED-BALANCE-TOTAL PIC S9(11)V99 VALUE 0.

01  BALANCE-TOTAL-DISPLAY PIC -(11)9.99.

PROCEDURE DIVISION.
OPEN INPUT OLD-RATE-PARAMETER-FILE
READ OLD-RATE-PARAMETER-FILE
    AT END
        SET EOF-OLD-PARAMETER TO TRUE
END-READ
CLOSE OLD-RATE-PARAMETER-FILE
IF EOF-OLD-PARAMETER
    DISPLAY "OLD RATE PARAMETER FILE IS EMPTY - CONVERSION ABORTED"
    MOVE 8 TO RETURN-CODE
    STOP RUN
END-IF
OPEN INPUT OLD-ACCOUNT-FILE
READ OLD-ACCOUNT-FILE NEXT RECORD
    AT END
        SET EOF-OLD-ACCOUNT TO TRUE
END-READ
IF EOF-OLD-ACCOUNT
    CLOSE OLD-ACCOUNT-FILE
    DISPLAY "OLD ACCOUNT FILE IS EMPTY - CONVERSION ABORTED"
    MOVE 8 TO RETURN-CODE
    STOP RUN
END-IF
DISPLAY "ACCOUNT-FILE WILL BE REBUILT FROM OLD-ACCOUNT-FILE"
DISPLAY "Continue with conversion (Y/N): "
ACCEPT CONFIRM-CONVERT-INPUT
IF NOT CONVERT-CONFIRMED
    CLOSE OLD-ACCOUNT-FILE
    DISPLAY "CONVERSION NOT STARTED"
    STOP RUN
END-IF
DISPLAY "Enter overdraft debit interest rate (0 for none): "
ACCEPT DEBIT-RATE-INPUT
OPEN OUTPUT ACCOUNT-FILE
PERFORM UNTIL EOF-OLD-ACCOUNT
    ADD 1 TO ACCOUNTS-READ-COUNT
    PERFORM CONVERT-ACCOUNT-RECORD
    READ OLD-ACCOUNT-FILE NEXT RECORD
        AT END
            SET EOF-OLD-ACCOUNT TO TRUE
    END-READ
END-PERFORM
CLOSE OLD-ACCOUNT-FILE
CLOSE ACCOUNT-FILE
PERFORM CONVERT-RATE-PARAMETERS
MOVE CONVERTED-BALANCE-TOTAL TO BALANCE-TOTAL-DISPLAY
DISPLAY "ACCOUNTS READ:      " ACCOUNTS-READ-COUNT
DISPLAY "ACCOUNTS CONVERTED: " ACCOUNTS-WRITTEN-COUNT
DISPLAY "ACCOUNTS REJECTED:  " ACCOUNTS-REJECTED-COUNT
DISPLAY "BALANCE TOTAL:      " BALANCE-TOTAL-DISPLAY
DISPLAY "RATE PARAMETERS CONVERTED"
IF ACCOUNTS-REJECTED-COUNT > 0
    DISPLAY "ACCOUNT CONVERSION INCOMPLETE - CHECK REJECTED ACCOUNTS"
    MOVE 8 TO RETURN-CODE
END-IF
STOP RUN.

CONVERT-ACCOUNT-RECORD.
    MOVE OLD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
    MOVE OLD-BALANCE TO BALANCE
    MOVE OLD-DAILY-WITHDRAWAL-TOTAL TO DAILY-WITHDRAWAL-TOTAL
    MOVE OLD-DAILY-WITHDRAWAL-DATE TO DAILY-WITHDRAWAL-DATE
    MOVE OLD-CUSTOMER-NAME TO CUSTOMER-NAME
    MOVE OLD-ACCOUNT-STATUS TO ACCOUNT-STATUS
    MOVE OLD-LAST-ACTIVITY-DATE TO LAST-ACTIVITY-DATE
    MOVE ZERO TO OVERDRAFT-LIMIT
    MOVE ZERO TO ACCOUNT-CUSTOMER-NUMBER
    WRITE ACCOUNT-RECORD
        INVALID KEY
            DISPLAY "ACCOUNT NOT CONVERTED: " OLD-ACCOUNT-NUMBER
            ADD 1 TO ACCOUNTS-REJECTED-COUNT
        NOT INVALID KEY
            ADD 1 TO ACCOUNTS-WRITTEN-COUNT
            ADD BALANCE TO CONVERTED-BALANCE-TOTAL
    END-WRITE.

CONVERT-RATE-PARAMETERS.
    MOVE OLD-PARAMETER-ANNUAL-RATE TO PARAMETER-ANNUAL-RATE
    MOVE OLD-PARAMETER-MONTHLY-FEE TO PARAMETER-MONTHLY-FEE
    MOVE OLD-PARAMETER-FEE-WAIVER-BALANCE TO PARAMETER-FEE-WAIVER-BALANCE
    MOVE DEBIT-RATE-INPUT TO PARAMETER-DEBIT-RATE
    OPEN OUTPUT RATE-PARAMETER-FILE
    WRITE RATE-PARAMETER-RECORD
    CLOSE RATE-PARAMETER-FILE.
