        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPENING-ACCOUNT-NUMBER.
    SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "CUSTOMER-FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUSTOMER-NUMBER.
    SELECT OPTIONAL ACCOUNT-HOLDER-FILE ASSIGN TO "ACCOUNT-HOLDER-FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HOLDER-KEY.
    SELECT MAINTENANCE-JOURNAL ASSIGN TO "MAINTENANCE-JOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPERATOR-FILE ASSIGN TO "OPERATOR-FILE"
        RECORD KEY IS OPERATOR-ID.
    SELECT SECURITY-JOURNAL ASSIGN TO "SECURITY-JOURNAL"
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

FD  OPENING-BALANCE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  OPENING-BALANCE-RECORD.
    05  OPENING-ACCOUNT-NUMBER PIC 9(10).
    05  OPENING-BALANCE PIC S9(7)V99.

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

FD  ACCOUNT-HOLDER-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  ACCOUNT-HOLDER-RECORD.
    05  HOLDER-KEY.
        10  HOLDER-CUSTOMER-NUMBER PIC 9(10).
        10  HOLDER-ACCOUNT-NUMBER PIC 9(10).
    05  HOLDER-ROLE PIC X(1).
        88  HOLDER-IS-OWNER VALUE "P".
        88  HOLDER-IS-JOINT VALUE "J".

FD  MAINTENANCE-JOURNAL
    LABEL RECORDS ARE OMITTED
    05  SECURITY-DATE PIC 9(8).
    05  SECURITY-TIME PIC 9(8).

FD  BUSINESS-DATE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BUSINESS-DATE-RECORD.
    05  CURRENT-BUSINESS-DATE PIC 9(8).
    05  PRIOR-BUSINESS-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01  OPERATOR-ID-INPUT PIC X(8).
01  OPERATOR-PASSWORD-INPUT PIC X(8).
01  APPROVED-BY-OPERATOR PIC X(8) VALUE SPACES.

01  ACCOUNT-NUMBER-INPUT PIC 9(10).
01  CUSTOMER-NUMBER-INPUT PIC 9(10).
01  OPENING-DEPOSIT-INPUT PIC 9(7)V99.
01  OVERDRAFT-LIMIT-INPUT PIC 9(7)V99.
01  OVERDRAFT-LIMIT-DISPLAY PIC ZZZZZZ9.99.
01  BALANCE-DISPLAY PIC -ZZZZZZ9.99.

01  MAINTENANCE-ACTION-TYPE PIC 9 VALUE 0.
    88  ADD-ACTION VALUE 1.
    88  CLOSE-ACTION VALUE 2.
    88  FREEZE-ACTION VALUE 3.
    88  OVERDRAFT-ACTION VALUE 4.
    88  END-ACTION VALUE 5.
    88  VALID-MAINTENANCE-ACTION VALUES 1 2 3 4 5.

01  ACCOUNT-ON-FILE-SWITCH PIC X VALUE "N".
    88  ACCOUNT-ON-FILE VALUE "Y".
01  CUSTOMER-ON-FILE-SWITCH PIC X VALUE "N".
    88  CUSTOMER-ON-FILE VALUE "Y".

01  TODAYS-DATE PIC 9(8).

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
OPEN I-O ACCOUNT-FILE
OPEN I-O OPENING-BALANCE-FILE
OPEN INPUT CUSTOMER-FILE
OPEN I-O ACCOUNT-HOLDER-FILE
OPEN EXTEND MAINTENANCE-JOURNAL
OPEN INPUT OPERATOR-FILE
OPEN EXTEND SECURITY-JOURNAL
            ELSE
                IF FREEZE-ACTION
                    PERFORM FREEZE-ACCOUNT
                ELSE
                    IF OVERDRAFT-ACTION
                        PERFORM SET-OVERDRAFT-LIMIT
                    END-IF
                END-IF
            END-IF
        END-IF
END-IF
CLOSE ACCOUNT-FILE
CLOSE OPENING-BALANCE-FILE
CLOSE CUSTOMER-FILE
CLOSE ACCOUNT-HOLDER-FILE
CLOSE MAINTENANCE-JOURNAL
CLOSE OPERATOR-FILE
CLOSE SECURITY-JOURNAL
WRITE-SECURITY-RECORD.
    MOVE SPACES TO SECURITY-OPERATOR-ID
    MOVE SECURITY-ID-LOGGED TO SECURITY-OPERATOR-ID
    MOVE TODAYS-DATE TO SECURITY-DATE
    ACCEPT SECURITY-TIME FROM TIME
    WRITE SECURITY-JOURNAL-RECORD.

        DISPLAY "1. Add account"
        DISPLAY "2. Close account"
        DISPLAY "3. Freeze account"
        DISPLAY "4. Set overdraft limit"
        DISPLAY "5. End maintenance"
        DISPLAY "Select maintenance action: "
        ACCEPT MAINTENANCE-ACTION-TYPE
        IF NOT VALID-MAINTENANCE-ACTION
    IF ACCOUNT-ON-FILE
        DISPLAY "ACCOUNT ALREADY ON FILE"
    ELSE
        PERFORM GET-OWNING-CUSTOMER
        IF CUSTOMER-ON-FILE
            PERFORM WRITE-NEW-ACCOUNT
        END-IF
    END-IF.

GET-OWNING-CUSTOMER.
    MOVE "N" TO CUSTOMER-ON-FILE-SWITCH
    DISPLAY "Enter owning customer number: "
    ACCEPT CUSTOMER-NUMBER-INPUT
    MOVE CUSTOMER-NUMBER-INPUT TO CUSTOMER-NUMBER
    READ CUSTOMER-FILE
        INVALID KEY
            DISPLAY "CUSTOMER NOT ON FILE - ADD THE CUSTOMER FIRST"
        NOT INVALID KEY
            SET CUSTOMER-ON-FILE TO TRUE
            DISPLAY "CUSTOMER: " CUSTOMER-FULL-NAME
    END-READ.

WRITE-NEW-ACCOUNT.
    DISPLAY "Enter opening deposit: "
    ACCEPT OPENING-DEPOSIT-INPUT
    MOVE ACCOUNT-NUMBER-INPUT TO ACCOUNT-NUMBER
    MOVE OPENING-DEPOSIT-INPUT TO BALANCE
    MOVE ZERO TO DAILY-WITHDRAWAL-TOTAL
    MOVE ZERO TO DAILY-WITHDRAWAL-DATE
    MOVE CUSTOMER-FULL-NAME TO CUSTOMER-NAME
    SET ACCOUNT-ACTIVE TO TRUE
    MOVE TODAYS-DATE TO LAST-ACTIVITY-DATE
    MOVE ZERO TO OVERDRAFT-LIMIT
    MOVE CUSTOMER-NUMBER TO ACCOUNT-CUSTOMER-NUMBER
    WRITE ACCOUNT-RECORD
        INVALID KEY
            DISPLAY "ACCOUNT COULD NOT BE ADDED"
        NOT INVALID KEY
            PERFORM WRITE-OPENING-BALANCE-RECORD
            PERFORM WRITE-OWNER-HOLDER-RECORD
            MOVE "ADD" TO MAINTENANCE-ACTION
            PERFORM WRITE-MAINTENANCE-RECORD
            DISPLAY "ACCOUNT ADDED"
    END-WRITE.

CLOSE-ACCOUNT.
    PERFORM GET-MAINTENANCE-ACCOUNT
    IF NOT ACCOUNT-ON-FILE
        IF ACCOUNT-CLOSED
            DISPLAY "ACCOUNT IS ALREADY CLOSED"
        ELSE
            IF BALANCE < 0
                DISPLAY "ACCOUNT IS OVERDRAWN - CANNOT CLOSE"
            ELSE
                PERFORM GET-SUPERVISOR-APPROVAL
                IF NOT APPROVAL-OK
                    DISPLAY "SUPERVISOR APPROVAL REFUSED - ACCOUNT NOT CLOSED"
                ELSE
                    SET ACCOUNT-CLOSED TO TRUE
                    REWRITE ACCOUNT-RECORD
                    MOVE "CLOSE" TO MAINTENANCE-ACTION
                    PERFORM WRITE-MAINTENANCE-RECORD
                    DISPLAY "ACCOUNT CLOSED"
                END-IF
            END-IF
        END-IF
    END-IF.
        END-IF
    END-IF.

SET-OVERDRAFT-LIMIT.
    PERFORM GET-MAINTENANCE-ACCOUNT
    IF NOT ACCOUNT-ON-FILE
        DISPLAY "ACCOUNT NOT ON FILE"
    ELSE
        IF ACCOUNT-CLOSED
            DISPLAY "ACCOUNT IS CLOSED - CANNOT SET OVERDRAFT LIMIT"
        ELSE
            MOVE BALANCE TO BALANCE-DISPLAY
            DISPLAY "CURRENT BALANCE: " BALANCE-DISPLAY
            MOVE OVERDRAFT-LIMIT TO OVERDRAFT-LIMIT-DISPLAY
            DISPLAY "CURRENT OVERDRAFT LIMIT: " OVERDRAFT-LIMIT-DISPLAY
            DISPLAY "Enter new overdraft limit: "
            ACCEPT OVERDRAFT-LIMIT-INPUT
            IF BALANCE + OVERDRAFT-LIMIT-INPUT < 0
                DISPLAY "LIMIT IS BELOW THE CURRENT OVERDRAWN BALANCE"
            ELSE
                PERFORM GET-SUPERVISOR-APPROVAL
                IF NOT APPROVAL-OK
                    DISPLAY "SUPERVISOR APPROVAL REFUSED - LIMIT NOT CHANGED"
                ELSE
                    MOVE OVERDRAFT-LIMIT-INPUT TO OVERDRAFT-LIMIT
                    REWRITE ACCOUNT-RECORD
                    MOVE "ODLIM" TO MAINTENANCE-ACTION
                    PERFORM WRITE-MAINTENANCE-RECORD
                    DISPLAY "OVERDRAFT LIMIT SET"
                END-IF
            END-IF
        END-IF
    END-IF.

WRITE-OPENING-BALANCE-RECORD.
    MOVE ACCOUNT-NUMBER TO OPENING-ACCOUNT-NUMBER
    MOVE BALANCE TO OPENING-BALANCE
            REWRITE OPENING-BALANCE-RECORD
    END-WRITE.

WRITE-OWNER-HOLDER-RECORD.
    MOVE ACCOUNT-CUSTOMER-NUMBER TO HOLDER-CUSTOMER-NUMBER
    MOVE ACCOUNT-NUMBER TO HOLDER-ACCOUNT-NUMBER
    SET HOLDER-IS-OWNER TO TRUE
    WRITE ACCOUNT-HOLDER-RECORD
        INVALID KEY
            REWRITE ACCOUNT-HOLDER-RECORD
    END-WRITE.

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
