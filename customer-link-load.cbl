IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTOMER-LINK-LOAD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-LINK-FILE ASSIGN TO "CUSTOMER-LINK-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "CUSTOMER-FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CUSTOMER-NUMBER.
    SELECT OPTIONAL ACCOUNT-HOLDER-FILE ASSIGN TO "ACCOUNT-HOLDER-FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HOLDER-KEY.
    SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT-FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACCOUNT-NUMBER.
    SELECT MAINTENANCE-JOURNAL ASSIGN TO "MAINTENANCE-JOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT LINK-REJECT-FILE ASSIGN TO "LINK-REJECT-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSINESS-DATE-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CUSTOMER-LINK-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  CUSTOMER-LINK-RECORD.
    05  LINK-ACCOUNT-NUMBER PIC 9(10).
    05  LINK-HOLDER-ROLE PIC X(1).
        88  LINK-IS-OWNER VALUE "P".
        88  LINK-IS-JOINT VALUE "J".
        88  VALID-LINK-ROLE VALUES "P" "J".
    05  LINK-CUSTOMER-NUMBER PIC 9(10).
    05  LINK-FULL-NAME PIC X(30).
    05  LINK-ADDRESS-LINE-1 PIC X(30).
    05  LINK-ADDRESS-LINE-2 PIC X(30).
    05  LINK-TOWN PIC X(30).
    05  LINK-POSTCODE PIC X(10).
    05  LINK-BIRTH-DATE PIC 9(8).
    05  LINK-PHONE PIC X(15).
    05  LINK-EMAIL PIC X(40).

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

FD  LINK-REJECT-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  LINK-REJECT-RECORD.
    05  REJECT-REASON PIC X(30).
    05  REJECT-LINK-DETAIL PIC X(214).

FD  BUSINESS-DATE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BUSINESS-DATE-RECORD.
    05  CURRENT-BUSINESS-DATE PIC 9(8).
    05  PRIOR-BUSINESS-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01  EOF-LINK-SWITCH PIC X VALUE "N".
    88  EOF-LINK VALUE "Y".
01  CUSTOMER-ON-FILE-SWITCH PIC X VALUE "N".
    88  CUSTOMER-ON-FILE VALUE "Y".
01  ACCOUNT-ON-FILE-SWITCH PIC X VALUE "N".
    88  ACCOUNT-ON-FILE VALUE "Y".
01  HOLDER-ON-FILE-SWITCH PIC X VALUE "N".
    88  HOLDER-ON-FILE VALUE "Y".

01  LINK-OPERATOR-ID PIC X(8) VALUE "CONVERT".
01  REJECT-REASON-TEXT PIC X(30).

01  LINKS-READ-COUNT PIC 9(7) VALUE 0.
01  CUSTOMERS-ADDED-COUNT PIC 9(7) VALUE 0.
01  OWNERS-LINKED-COUNT PIC 9(7) VALUE 0.
01  JOINT-LINKED-COUNT PIC 9(7) VALUE 0.
01  ALREADY-LINKED-COUNT PIC 9(7) VALUE 0.
01  LINKS-REJECTED-COUNT PIC 9(7) VALUE 0.

01  TODAYS-DATE PIC 9(8).

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
OPEN INPUT CUSTOMER-LINK-FILE
OPEN I-O CUSTOMER-FILE
OPEN I-O ACCOUNT-HOLDER-FILE
OPEN I-O ACCOUNT-FILE
OPEN EXTEND MAINTENANCE-JOURNAL
OPEN OUTPUT LINK-REJECT-FILE
PERFORM UNTIL EOF-LINK
    READ CUSTOMER-LINK-FILE
        AT END
            SET EOF-LINK TO TRUE
    END-READ
    IF NOT EOF-LINK
        ADD 1 TO LINKS-READ-COUNT
        PERFORM PROCESS-LINK-RECORD
    END-IF
END-PERFORM
CLOSE CUSTOMER-LINK-FILE
CLOSE CUSTOMER-FILE
CLOSE ACCOUNT-HOLDER-FILE
CLOSE ACCOUNT-FILE
CLOSE MAINTENANCE-JOURNAL
CLOSE LINK-REJECT-FILE
DISPLAY "LINK RECORDS READ:   " LINKS-READ-COUNT
DISPLAY "CUSTOMERS ADDED:     " CUSTOMERS-ADDED-COUNT
DISPLAY "OWNERS LINKED:       " OWNERS-LINKED-COUNT
DISPLAY "JOINT HOLDERS ADDED: " JOINT-LINKED-COUNT
DISPLAY "ALREADY LINKED:      " ALREADY-LINKED-COUNT
DISPLAY "LINKS REJECTED:      " LINKS-REJECTED-COUNT
STOP RUN.

PROCESS-LINK-RECORD.
    IF LINK-ACCOUNT-NUMBER = 0
       OR LINK-CUSTOMER-NUMBER = 0
        MOVE "ACCOUNT OR CUSTOMER NUMBER ZERO" TO REJECT-REASON-TEXT
        PERFORM WRITE-LINK-REJECT
    ELSE
        IF NOT VALID-LINK-ROLE
            MOVE "INVALID HOLDER ROLE" TO REJECT-REASON-TEXT
            PERFORM WRITE-LINK-REJECT
        ELSE
            PERFORM READ-LINK-ACCOUNT
            IF NOT ACCOUNT-ON-FILE
                MOVE "ACCOUNT NOT ON FILE" TO REJECT-REASON-TEXT
                PERFORM WRITE-LINK-REJECT
            ELSE
                PERFORM READ-LINK-CUSTOMER
                IF NOT CUSTOMER-ON-FILE
                    PERFORM ADD-LINK-CUSTOMER
                END-IF
                IF CUSTOMER-ON-FILE
                    IF LINK-IS-OWNER
                        PERFORM LINK-ACCOUNT-OWNER
                    ELSE
                        PERFORM LINK-JOINT-HOLDER
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

READ-LINK-ACCOUNT.
    MOVE LINK-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
    READ ACCOUNT-FILE
        INVALID KEY
            MOVE "N" TO ACCOUNT-ON-FILE-SWITCH
        NOT INVALID KEY
            SET ACCOUNT-ON-FILE TO TRUE
    END-READ.

READ-LINK-CUSTOMER.
    MOVE LINK-CUSTOMER-NUMBER TO CUSTOMER-NUMBER
    READ CUSTOMER-FILE
        INVALID KEY
            MOVE "N" TO CUSTOMER-ON-FILE-SWITCH
        NOT INVALID KEY
            SET CUSTOMER-ON-FILE TO TRUE
    END-READ.

READ-HOLDER-RECORD.
    READ ACCOUNT-HOLDER-FILE
        INVALID KEY
            MOVE "N" TO HOLDER-ON-FILE-SWITCH
        NOT INVALID KEY
            SET HOLDER-ON-FILE TO TRUE
    END-READ.

ADD-LINK-CUSTOMER.
    IF LINK-FULL-NAME = SPACES
       OR LINK-ADDRESS-LINE-1 = SPACES
       OR LINK-POSTCODE = SPACES
        MOVE "CUSTOMER DETAILS INCOMPLETE" TO REJECT-REASON-TEXT
        PERFORM WRITE-LINK-REJECT
    ELSE
        MOVE LINK-CUSTOMER-NUMBER TO CUSTOMER-NUMBER
        MOVE LINK-FULL-NAME TO CUSTOMER-FULL-NAME
        MOVE LINK-ADDRESS-LINE-1 TO CUSTOMER-ADDRESS-LINE-1
        MOVE LINK-ADDRESS-LINE-2 TO CUSTOMER-ADDRESS-LINE-2
        MOVE LINK-TOWN TO CUSTOMER-TOWN
        MOVE LINK-POSTCODE TO CUSTOMER-POSTCODE
        MOVE LINK-BIRTH-DATE TO CUSTOMER-BIRTH-DATE
        MOVE LINK-PHONE TO CUSTOMER-PHONE
        MOVE LINK-EMAIL TO CUSTOMER-EMAIL
        MOVE TODAYS-DATE TO CUSTOMER-OPENED-DATE
        WRITE CUSTOMER-RECORD
            INVALID KEY
                MOVE "CUSTOMER COULD NOT BE ADDED" TO REJECT-REASON-TEXT
                PERFORM WRITE-LINK-REJECT
            NOT INVALID KEY
                SET CUSTOMER-ON-FILE TO TRUE
                ADD 1 TO CUSTOMERS-ADDED-COUNT
                MOVE "CUSADD" TO MAINTENANCE-ACTION
                MOVE CUSTOMER-NUMBER TO MAINTENANCE-ACCOUNT-NUMBER
                MOVE CUSTOMER-FULL-NAME TO MAINTENANCE-CUSTOMER-NAME
                PERFORM WRITE-MAINTENANCE-RECORD
        END-WRITE
    END-IF.

LINK-ACCOUNT-OWNER.
    IF ACCOUNT-CUSTOMER-NUMBER = CUSTOMER-NUMBER
        ADD 1 TO ALREADY-LINKED-COUNT
    ELSE
        IF ACCOUNT-CUSTOMER-NUMBER NOT = 0
            MOVE "ACCOUNT ALREADY HAS AN OWNER" TO REJECT-REASON-TEXT
            PERFORM WRITE-LINK-REJECT
        ELSE
            MOVE CUSTOMER-NUMBER TO HOLDER-CUSTOMER-NUMBER
            MOVE ACCOUNT-NUMBER TO HOLDER-ACCOUNT-NUMBER
            PERFORM READ-HOLDER-RECORD
            SET HOLDER-IS-OWNER TO TRUE
            IF HOLDER-ON-FILE
                REWRITE ACCOUNT-HOLDER-RECORD
            ELSE
                WRITE ACCOUNT-HOLDER-RECORD
            END-IF
            MOVE CUSTOMER-NUMBER TO ACCOUNT-CUSTOMER-NUMBER
            MOVE CUSTOMER-FULL-NAME TO CUSTOMER-NAME
            REWRITE ACCOUNT-RECORD
            ADD 1 TO OWNERS-LINKED-COUNT
            MOVE "OWNER" TO MAINTENANCE-ACTION
            MOVE ACCOUNT-NUMBER TO MAINTENANCE-ACCOUNT-NUMBER
            MOVE CUSTOMER-FULL-NAME TO MAINTENANCE-CUSTOMER-NAME
            PERFORM WRITE-MAINTENANCE-RECORD
        END-IF
    END-IF.

LINK-JOINT-HOLDER.
    IF ACCOUNT-CUSTOMER-NUMBER = CUSTOMER-NUMBER
        MOVE "CUSTOMER ALREADY OWNS ACCOUNT" TO REJECT-REASON-TEXT
        PERFORM WRITE-LINK-REJECT
    ELSE
        MOVE CUSTOMER-NUMBER TO HOLDER-CUSTOMER-NUMBER
        MOVE ACCOUNT-NUMBER TO HOLDER-ACCOUNT-NUMBER
        PERFORM READ-HOLDER-RECORD
        IF HOLDER-ON-FILE
            ADD 1 TO ALREADY-LINKED-COUNT
        ELSE
            SET HOLDER-IS-JOINT TO TRUE
            WRITE ACCOUNT-HOLDER-RECORD
            ADD 1 TO JOINT-LINKED-COUNT
            MOVE "HLDADD" TO MAINTENANCE-ACTION
            MOVE ACCOUNT-NUMBER TO MAINTENANCE-ACCOUNT-NUMBER
            MOVE CUSTOMER-FULL-NAME TO MAINTENANCE-CUSTOMER-NAME
            PERFORM WRITE-MAINTENANCE-RECORD
        END-IF
    END-IF.

WRITE-LINK-REJECT.
    MOVE REJECT-REASON-TEXT TO REJECT-REASON
    MOVE CUSTOMER-LINK-RECORD TO REJECT-LINK-DETAIL
    WRITE LINK-REJECT-RECORD
    ADD 1 TO LINKS-REJECTED-COUNT.

WRITE-MAINTENANCE-RECORD.
    MOVE LINK-OPERATOR-ID TO MAINTENANCE-OPERATOR-ID
    MOVE SPACES TO MAINTENANCE-APPROVED-BY
    MOVE TODAYS-DATE TO MAINTENANCE-DATE
    ACCEPT MAINTENANCE-TIME FROM TIME
    WRITE MAINTENANCE-JOURNAL-RECORD.

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
