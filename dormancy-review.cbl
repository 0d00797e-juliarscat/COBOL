        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCOUNT-NUMBER.
    SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "CUSTOMER-FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUSTOMER-NUMBER.
    SELECT MAINTENANCE-JOURNAL ASSIGN TO "MAINTENANCE-JOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DORMANCY-REGISTER-FILE ASSIGN TO "DORMANCY-REGISTER-FILE"
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

FD  CUSTOMER-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  CUSTOMER-RECORD.
    05  CUSTOMER-NUMBER PIC 9(10).
    05  CUSTOMER-FULL-NAME PIC X(30).
    05  CUSTOMER-ADDRESS.
        10  CUSTOMER-ADDRESS-LINE-1 PIC X(30).
        10  CUSTOMER-ADDRESS-LINE-2 PIC X(30).
        10  CUSTOMER-TOWN PIC X(30).
        10  CUSTOMER-POSTCODE PIC X(10).
    05  CUSTOMER-BIRTH-DATE PIC 9(8).
    05  CUSTOMER-PHONE PIC X(15).
    05  CUSTOMER-EMAIL PIC X(40).
    05  CUSTOMER-OPENED-DATE PIC 9(8).

FD  MAINTENANCE-JOURNAL
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  DORMANCY-REGISTER-LINE PIC X(80).

FD  BUSINESS-DATE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BUSINESS-DATE-RECORD.
    05  CURRENT-BUSINESS-DATE PIC 9(8).
    05  PRIOR-BUSINESS-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01  EOF-ACCOUNT-SWITCH PIC X VALUE "N".
    88  EOF-ACCOUNT VALUE "Y".

01  ACCOUNTS-READ-COUNT PIC 9(5) VALUE 0.
01  ACCOUNTS-DORMANT-COUNT PIC 9(5) VALUE 0.
01  ACCOUNTS-NO-ADDRESS-COUNT PIC 9(5) VALUE 0.

01  TODAYS-DATE PIC 9(8).

    05  FILLER PIC X(2) VALUE SPACES.
    05  DETAIL-LAST-ACTIVITY PIC 9(8).
    05  FILLER PIC X(5) VALUE SPACES.
    05  DETAIL-BALANCE PIC -ZZZZZZ9.99.

01  REGISTER-ADDRESS-LINE.
    05  FILLER PIC X(12) VALUE SPACES.
    05  REGISTER-ADDRESS-TEXT PIC X(30).
    05  FILLER PIC X(2) VALUE SPACES.
    05  REGISTER-POSTCODE PIC X(10).

01  REGISTER-COUNT-LINE.
    05  FILLER PIC X(27) VALUE "ACCOUNTS MOVED TO DORMANT: ".
    05  COUNT-VALUE PIC ZZZZ9.

01  REGISTER-NO-ADDRESS-LINE.
    05  FILLER PIC X(27) VALUE "ACCOUNTS WITHOUT ADDRESS:  ".
    05  NO-ADDRESS-COUNT-VALUE PIC ZZZZ9.

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
DISPLAY "Enter months without activity before dormancy: "
ACCEPT DORMANCY-MONTHS-INPUT
PERFORM COMPUTE-CUTOFF-DATE
OPEN I-O ACCOUNT-FILE
OPEN INPUT CUSTOMER-FILE
OPEN EXTEND MAINTENANCE-JOURNAL
OPEN OUTPUT DORMANCY-REGISTER-FILE
PERFORM WRITE-REGISTER-HEADER
END-PERFORM
PERFORM WRITE-REGISTER-TRAILER
CLOSE ACCOUNT-FILE
CLOSE CUSTOMER-FILE
CLOSE MAINTENANCE-JOURNAL
CLOSE DORMANCY-REGISTER-FILE
DISPLAY "ACCOUNTS REVIEWED: " ACCOUNTS-READ-COUNT
DISPLAY "ACCOUNTS MOVED TO DORMANT: " ACCOUNTS-DORMANT-COUNT
DISPLAY "ACCOUNTS WITHOUT ADDRESS: " ACCOUNTS-NO-ADDRESS-COUNT
STOP RUN.

COMPUTE-CUTOFF-DATE.
    MOVE ACCOUNT-NUMBER TO MAINTENANCE-ACCOUNT-NUMBER
    MOVE CUSTOMER-NAME TO MAINTENANCE-CUSTOMER-NAME
    MOVE SPACES TO MAINTENANCE-APPROVED-BY
    MOVE TODAYS-DATE TO MAINTENANCE-DATE
    ACCEPT MAINTENANCE-TIME FROM TIME
    WRITE MAINTENANCE-JOURNAL-RECORD.

    MOVE LAST-ACTIVITY-DATE TO DETAIL-LAST-ACTIVITY
    MOVE BALANCE TO DETAIL-BALANCE
    MOVE REGISTER-DETAIL-LINE TO DORMANCY-REGISTER-LINE
    WRITE DORMANCY-REGISTER-LINE
    PERFORM WRITE-REGISTER-ADDRESS.

WRITE-REGISTER-ADDRESS.
    MOVE ACCOUNT-CUSTOMER-NUMBER TO CUSTOMER-NUMBER
    READ CUSTOMER-FILE
        INVALID KEY
            MOVE "NO CUSTOMER ADDRESS ON FILE" TO REGISTER-ADDRESS-TEXT
            MOVE SPACES TO REGISTER-POSTCODE
            MOVE REGISTER-ADDRESS-LINE TO DORMANCY-REGISTER-LINE
            WRITE DORMANCY-REGISTER-LINE
            ADD 1 TO ACCOUNTS-NO-ADDRESS-COUNT
        NOT INVALID KEY
            PERFORM WRITE-REGISTER-ADDRESS-LINES
    END-READ.

WRITE-REGISTER-ADDRESS-LINES.
    MOVE SPACES TO REGISTER-POSTCODE
    MOVE CUSTOMER-ADDRESS-LINE-1 TO REGISTER-ADDRESS-TEXT
    MOVE REGISTER-ADDRESS-LINE TO DORMANCY-REGISTER-LINE
    WRITE DORMANCY-REGISTER-LINE
    IF CUSTOMER-ADDRESS-LINE-2 NOT = SPACES
        MOVE CUSTOMER-ADDRESS-LINE-2 TO REGISTER-ADDRESS-TEXT
        MOVE REGISTER-ADDRESS-LINE TO DORMANCY-REGISTER-LINE
        WRITE DORMANCY-REGISTER-LINE
    END-IF
    MOVE CUSTOMER-TOWN TO REGISTER-ADDRESS-TEXT
    MOVE CUSTOMER-POSTCODE TO REGISTER-POSTCODE
    MOVE REGISTER-ADDRESS-LINE TO DORMANCY-REGISTER-LINE
    WRITE DORMANCY-REGISTER-LINE.

WRITE-REGISTER-TRAILER.
    WRITE DORMANCY-REGISTER-LINE
    MOVE ACCOUNTS-DORMANT-COUNT TO COUNT-VALUE
    MOVE REGISTER-COUNT-LINE TO DORMANCY-REGISTER-LINE
    WRITE DORMANCY-REGISTER-LINE
    MOVE ACCOUNTS-NO-ADDRESS-COUNT TO NO-ADDRESS-COUNT-VALUE
    MOVE REGISTER-NO-ADDRESS-LINE TO DORMANCY-REGISTER-LINE
    WRITE DORMANCY-REGISTER-LINE.

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
