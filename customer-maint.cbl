IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTOMER-MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
    SELECT OPERATOR-FILE ASSIGN TO "OPERATOR-FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPERATOR-ID.
    SELECT SECURITY-JOURNAL ASSIGN TO "SECURITY-JOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSINESS-DATE-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

01  CUSTOMER-NUMBER-INPUT PIC 9(10).
01  ACCOUNT-NUMBER-INPUT PIC 9(10).
01  FULL-NAME-INPUT PIC X(30).
01  ADDRESS-LINE-1-INPUT PIC X(30).
01  ADDRESS-LINE-2-INPUT PIC X(30).
01  TOWN-INPUT PIC X(30).
01  POSTCODE-INPUT PIC X(10).
01  BIRTH-DATE-INPUT PIC 9(8).
01  PHONE-INPUT PIC X(15).
01  EMAIL-INPUT PIC X(40).

01  MAINTENANCE-ACTION-TYPE PIC 9 VALUE 0.
    88  ADD-CUSTOMER-ACTION VALUE 1.
    88  CHANGE-CUSTOMER-ACTION VALUE 2.
    88  ADD-HOLDER-ACTION VALUE 3.
    88  REMOVE-HOLDER-ACTION VALUE 4.
    88  SET-OWNER-ACTION VALUE 5.
    88  END-ACTION VALUE 6.
    88  VALID-MAINTENANCE-ACTION VALUES 1 2 3 4 5 6.

01  CUSTOMER-ON-FILE-SWITCH PIC X VALUE "N".
    88  CUSTOMER-ON-FILE VALUE "Y".
01  ACCOUNT-ON-FILE-SWITCH PIC X VALUE "N".
    88  ACCOUNT-ON-FILE VALUE "Y".
01  HOLDER-ON-FILE-SWITCH PIC X VALUE "N".
    88  HOLDER-ON-FILE VALUE "Y".
01  CUSTOMER-DETAILS-OK-SWITCH PIC X VALUE "N".
    88  CUSTOMER-DETAILS-OK VALUE "Y".
01  EOF-HOLDER-SWITCH PIC X VALUE "N".
    88  EOF-HOLDER VALUE "Y".

01  PREVIOUS-OWNER-NUMBER PIC 9(10).
01  ACCOUNTS-RENAMED-COUNT PIC 9(3) VALUE 0.

01  TODAYS-DATE PIC 9(8).

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
OPEN I-O CUSTOMER-FILE
OPEN I-O ACCOUNT-HOLDER-FILE
OPEN I-O ACCOUNT-FILE
OPEN EXTEND MAINTENANCE-JOURNAL
OPEN INPUT OPERATOR-FILE
OPEN EXTEND SECURITY-JOURNAL
PERFORM OPERATOR-SIGN-ON
IF NOT OPERATOR-SIGNED-ON
    DISPLAY "SIGN-ON FAILED - MAINTENANCE NOT STARTED"
ELSE
    PERFORM UNTIL END-ACTION
        PERFORM GET-MAINTENANCE-ACTION
        IF ADD-CUSTOMER-ACTION
            PERFORM ADD-CUSTOMER
        ELSE
            IF CHANGE-CUSTOMER-ACTION
                PERFORM CHANGE-CUSTOMER
            ELSE
                IF ADD-HOLDER-ACTION
                    PERFORM ADD-JOINT-HOLDER
                ELSE
                    IF REMOVE-HOLDER-ACTION
                        PERFORM REMOVE-JOINT-HOLDER
                    ELSE
                        IF SET-OWNER-ACTION
                            PERFORM SET-ACCOUNT-OWNER
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM
END-IF
CLOSE CUSTOMER-FILE
CLOSE ACCOUNT-HOLDER-FILE
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

GET-MAINTENANCE-ACTION.
    MOVE 0 TO MAINTENANCE-ACTION-TYPE
    PERFORM UNTIL VALID-MAINTENANCE-ACTION
        DISPLAY "1. Add customer"
        DISPLAY "2. Change customer details"
        DISPLAY "3. Add joint account holder"
        DISPLAY "4. Remove joint account holder"
        DISPLAY "5. Set account owner"
        DISPLAY "6. End maintenance"
        DISPLAY "Select maintenance action: "
        ACCEPT MAINTENANCE-ACTION-TYPE
        IF NOT VALID-MAINTENANCE-ACTION
            DISPLAY "INVALID SELECTION"
        END-IF
    END-PERFORM.

GET-MAINTENANCE-CUSTOMER.
    MOVE "N" TO CUSTOMER-ON-FILE-SWITCH
    DISPLAY "Enter customer number: "
    ACCEPT CUSTOMER-NUMBER-INPUT
    MOVE CUSTOMER-NUMBER-INPUT TO CUSTOMER-NUMBER
    READ CUSTOMER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET CUSTOMER-ON-FILE TO TRUE
    END-READ.

GET-MAINTENANCE-ACCOUNT.
    MOVE "N" TO ACCOUNT-ON-FILE-SWITCH
    DISPLAY "Enter account number: "
    ACCEPT ACCOUNT-NUMBER-INPUT
    MOVE ACCOUNT-NUMBER-INPUT TO ACCOUNT-NUMBER
    READ ACCOUNT-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET ACCOUNT-ON-FILE TO TRUE
    END-READ.

READ-HOLDER-RECORD.
    MOVE "N" TO HOLDER-ON-FILE-SWITCH
    READ ACCOUNT-HOLDER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET HOLDER-ON-FILE TO TRUE
    END-READ.

ADD-CUSTOMER.
    PERFORM GET-MAINTENANCE-CUSTOMER
    IF CUSTOMER-NUMBER-INPUT = 0
        DISPLAY "CUSTOMER NUMBER MUST NOT BE ZERO"
    ELSE
        IF CUSTOMER-ON-FILE
            DISPLAY "CUSTOMER ALREADY ON FILE"
        ELSE
            PERFORM GET-NEW-CUSTOMER-DETAILS
            IF CUSTOMER-DETAILS-OK
                PERFORM WRITE-NEW-CUSTOMER
            END-IF
        END-IF
    END-IF.

GET-NEW-CUSTOMER-DETAILS.
    MOVE "N" TO CUSTOMER-DETAILS-OK-SWITCH
    DISPLAY "Enter customer name: "
    ACCEPT FULL-NAME-INPUT
    DISPLAY "Enter address line 1: "
    ACCEPT ADDRESS-LINE-1-INPUT
    DISPLAY "Enter address line 2: "
    ACCEPT ADDRESS-LINE-2-INPUT
    DISPLAY "Enter town: "
    ACCEPT TOWN-INPUT
    DISPLAY "Enter postcode: "
    ACCEPT POSTCODE-INPUT
    DISPLAY "Enter date of birth (YYYYMMDD): "
    ACCEPT BIRTH-DATE-INPUT
    DISPLAY "Enter telephone number: "
    ACCEPT PHONE-INPUT
    DISPLAY "Enter email address: "
    ACCEPT EMAIL-INPUT
    IF FULL-NAME-INPUT = SPACES
        DISPLAY "CUSTOMER NAME IS REQUIRED - CUSTOMER NOT ADDED"
    ELSE
        IF ADDRESS-LINE-1-INPUT = SPACES
           OR POSTCODE-INPUT = SPACES
            DISPLAY "ADDRESS AND POSTCODE ARE REQUIRED - CUSTOMER NOT ADDED"
        ELSE
            IF BIRTH-DATE-INPUT = 0
               OR BIRTH-DATE-INPUT > TODAYS-DATE
                DISPLAY "INVALID DATE OF BIRTH - CUSTOMER NOT ADDED"
            ELSE
                SET CUSTOMER-DETAILS-OK TO TRUE
            END-IF
        END-IF
    END-IF.

WRITE-NEW-CUSTOMER.
    MOVE CUSTOMER-NUMBER-INPUT TO CUSTOMER-NUMBER
    MOVE FULL-NAME-INPUT TO CUSTOMER-FULL-NAME
    MOVE ADDRESS-LINE-1-INPUT TO CUSTOMER-ADDRESS-LINE-1
    MOVE ADDRESS-LINE-2-INPUT TO CUSTOMER-ADDRESS-LINE-2
    MOVE TOWN-INPUT TO CUSTOMER-TOWN
    MOVE POSTCODE-INPUT TO CUSTOMER-POSTCODE
    MOVE BIRTH-DATE-INPUT TO CUSTOMER-BIRTH-DATE
    MOVE PHONE-INPUT TO CUSTOMER-PHONE
    MOVE EMAIL-INPUT TO CUSTOMER-EMAIL
    MOVE TODAYS-DATE TO CUSTOMER-OPENED-DATE
    WRITE CUSTOMER-RECORD
        INVALID KEY
            DISPLAY "CUSTOMER COULD NOT BE ADDED"
        NOT INVALID KEY
            MOVE "CUSADD" TO MAINTENANCE-ACTION
            MOVE CUSTOMER-NUMBER TO MAINTENANCE-ACCOUNT-NUMBER
            MOVE CUSTOMER-FULL-NAME TO MAINTENANCE-CUSTOMER-NAME
            PERFORM WRITE-MAINTENANCE-RECORD
            DISPLAY "CUSTOMER ADDED"
    END-WRITE.

CHANGE-CUSTOMER.
    PERFORM GET-MAINTENANCE-CUSTOMER
    IF NOT CUSTOMER-ON-FILE
        DISPLAY "CUSTOMER NOT ON FILE"
    ELSE
        DISPLAY "CURRENT NAME:     " CUSTOMER-FULL-NAME
        DISPLAY "CURRENT ADDRESS:  " CUSTOMER-ADDRESS-LINE-1
        DISPLAY "                  " CUSTOMER-ADDRESS-LINE-2
        DISPLAY "                  " CUSTOMER-TOWN
        DISPLAY "                  " CUSTOMER-POSTCODE
        DISPLAY "DATE OF BIRTH:    " CUSTOMER-BIRTH-DATE
        DISPLAY "TELEPHONE:        " CUSTOMER-PHONE
        DISPLAY "EMAIL:            " CUSTOMER-EMAIL
        PERFORM GET-CHANGED-CUSTOMER-DETAILS
        IF CUSTOMER-DETAILS-OK
            PERFORM GET-SUPERVISOR-APPROVAL
            IF NOT APPROVAL-OK
                DISPLAY "SUPERVISOR APPROVAL REFUSED - CUSTOMER NOT CHANGED"
            ELSE
                PERFORM REWRITE-CHANGED-CUSTOMER
            END-IF
        END-IF
    END-IF.

GET-CHANGED-CUSTOMER-DETAILS.
    MOVE "N" TO CUSTOMER-DETAILS-OK-SWITCH
    DISPLAY "Enter new name (blank to keep): "
    ACCEPT FULL-NAME-INPUT
    DISPLAY "Enter new address line 1 (blank to keep): "
    ACCEPT ADDRESS-LINE-1-INPUT
    DISPLAY "Enter new address line 2 (blank to keep, * to clear): "
    ACCEPT ADDRESS-LINE-2-INPUT
    DISPLAY "Enter new town (blank to keep): "
    ACCEPT TOWN-INPUT
    DISPLAY "Enter new postcode (blank to keep): "
    ACCEPT POSTCODE-INPUT
    DISPLAY "Enter new date of birth (0 to keep): "
    ACCEPT BIRTH-DATE-INPUT
    DISPLAY "Enter new telephone number (blank to keep): "
    ACCEPT PHONE-INPUT
    DISPLAY "Enter new email address (blank to keep): "
    ACCEPT EMAIL-INPUT
    IF BIRTH-DATE-INPUT > TODAYS-DATE
        DISPLAY "INVALID DATE OF BIRTH - CUSTOMER NOT CHANGED"
    ELSE
        SET CUSTOMER-DETAILS-OK TO TRUE
    END-IF.

REWRITE-CHANGED-CUSTOMER.
    IF FULL-NAME-INPUT NOT = SPACES
        MOVE FULL-NAME-INPUT TO CUSTOMER-FULL-NAME
    END-IF
    IF ADDRESS-LINE-1-INPUT NOT = SPACES
        MOVE ADDRESS-LINE-1-INPUT TO CUSTOMER-ADDRESS-LINE-1
    END-IF
    IF ADDRESS-LINE-2-INPUT = "*"
        MOVE SPACES TO CUSTOMER-ADDRESS-LINE-2
    ELSE
        IF ADDRESS-LINE-2-INPUT NOT = SPACES
            MOVE ADDRESS-LINE-2-INPUT TO CUSTOMER-ADDRESS-LINE-2
        END-IF
    END-IF
    IF TOWN-INPUT NOT = SPACES
        MOVE TOWN-INPUT TO CUSTOMER-TOWN
    END-IF
    IF POSTCODE-INPUT NOT = SPACES
        MOVE POSTCODE-INPUT TO CUSTOMER-POSTCODE
    END-IF
    IF BIRTH-DATE-INPUT NOT = 0
        MOVE BIRTH-DATE-INPUT TO CUSTOMER-BIRTH-DATE
    END-IF
    IF PHONE-INPUT NOT = SPACES
        MOVE PHONE-INPUT TO CUSTOMER-PHONE
    END-IF
    IF EMAIL-INPUT NOT = SPACES
        MOVE EMAIL-INPUT TO CUSTOMER-EMAIL
    END-IF
    REWRITE CUSTOMER-RECORD
    MOVE "CUSCHG" TO MAINTENANCE-ACTION
    MOVE CUSTOMER-NUMBER TO MAINTENANCE-ACCOUNT-NUMBER
    MOVE CUSTOMER-FULL-NAME TO MAINTENANCE-CUSTOMER-NAME
    PERFORM WRITE-MAINTENANCE-RECORD
    IF FULL-NAME-INPUT NOT = SPACES
        PERFORM RENAME-OWNED-ACCOUNTS
    END-IF
    DISPLAY "CUSTOMER CHANGED".

RENAME-OWNED-ACCOUNTS.
    MOVE ZERO TO ACCOUNTS-RENAMED-COUNT
    MOVE "N" TO EOF-HOLDER-SWITCH
    MOVE CUSTOMER-NUMBER TO HOLDER-CUSTOMER-NUMBER
    MOVE ZERO TO HOLDER-ACCOUNT-NUMBER
    START ACCOUNT-HOLDER-FILE KEY IS NOT LESS THAN HOLDER-KEY
        INVALID KEY
            SET EOF-HOLDER TO TRUE
    END-START
    PERFORM UNTIL EOF-HOLDER
        READ ACCOUNT-HOLDER-FILE NEXT RECORD
            AT END
                SET EOF-HOLDER TO TRUE
        END-READ
        IF NOT EOF-HOLDER
            IF HOLDER-CUSTOMER-NUMBER NOT = CUSTOMER-NUMBER
                SET EOF-HOLDER TO TRUE
            ELSE
                IF HOLDER-IS-OWNER
                    PERFORM RENAME-ONE-ACCOUNT
                END-IF
            END-IF
        END-IF
    END-PERFORM
    DISPLAY "ACCOUNTS RENAMED: " ACCOUNTS-RENAMED-COUNT.

RENAME-ONE-ACCOUNT.
    MOVE HOLDER-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
    READ ACCOUNT-FILE
        INVALID KEY
            DISPLAY "ACCOUNT NOT ON FILE: " HOLDER-ACCOUNT-NUMBER
        NOT INVALID KEY
            MOVE CUSTOMER-FULL-NAME TO CUSTOMER-NAME
            REWRITE ACCOUNT-RECORD
            ADD 1 TO ACCOUNTS-RENAMED-COUNT
    END-READ.

ADD-JOINT-HOLDER.
    PERFORM GET-MAINTENANCE-ACCOUNT
    IF NOT ACCOUNT-ON-FILE
        DISPLAY "ACCOUNT NOT ON FILE"
    ELSE
        IF ACCOUNT-CLOSED
            DISPLAY "ACCOUNT IS CLOSED - CANNOT ADD HOLDER"
        ELSE
            IF ACCOUNT-CUSTOMER-NUMBER = 0
                DISPLAY "ACCOUNT HAS NO OWNER - SET THE OWNER FIRST"
            ELSE
                PERFORM GET-MAINTENANCE-CUSTOMER
                IF NOT CUSTOMER-ON-FILE
                    DISPLAY "CUSTOMER NOT ON FILE"
                ELSE
                    MOVE CUSTOMER-NUMBER TO HOLDER-CUSTOMER-NUMBER
                    MOVE ACCOUNT-NUMBER TO HOLDER-ACCOUNT-NUMBER
                    PERFORM READ-HOLDER-RECORD
                    IF HOLDER-ON-FILE
                        DISPLAY "CUSTOMER ALREADY HOLDS THIS ACCOUNT"
                    ELSE
                        PERFORM WRITE-JOINT-HOLDER
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

WRITE-JOINT-HOLDER.
    PERFORM GET-SUPERVISOR-APPROVAL
    IF NOT APPROVAL-OK
        DISPLAY "SUPERVISOR APPROVAL REFUSED - HOLDER NOT ADDED"
    ELSE
        MOVE CUSTOMER-NUMBER TO HOLDER-CUSTOMER-NUMBER
        MOVE ACCOUNT-NUMBER TO HOLDER-ACCOUNT-NUMBER
        SET HOLDER-IS-JOINT TO TRUE
        WRITE ACCOUNT-HOLDER-RECORD
            INVALID KEY
                DISPLAY "HOLDER COULD NOT BE ADDED"
            NOT INVALID KEY
                MOVE "HLDADD" TO MAINTENANCE-ACTION
                MOVE ACCOUNT-NUMBER TO MAINTENANCE-ACCOUNT-NUMBER
                MOVE CUSTOMER-FULL-NAME TO MAINTENANCE-CUSTOMER-NAME
                PERFORM WRITE-MAINTENANCE-RECORD
                DISPLAY "JOINT HOLDER ADDED"
        END-WRITE
    END-IF.

REMOVE-JOINT-HOLDER.
    PERFORM GET-MAINTENANCE-ACCOUNT
    IF NOT ACCOUNT-ON-FILE
        DISPLAY "ACCOUNT NOT ON FILE"
    ELSE
        PERFORM GET-MAINTENANCE-CUSTOMER
        MOVE CUSTOMER-NUMBER-INPUT TO HOLDER-CUSTOMER-NUMBER
        MOVE ACCOUNT-NUMBER TO HOLDER-ACCOUNT-NUMBER
        PERFORM READ-HOLDER-RECORD
        IF NOT HOLDER-ON-FILE
            DISPLAY "CUSTOMER DOES NOT HOLD THIS ACCOUNT"
        ELSE
            IF HOLDER-IS-OWNER
                DISPLAY "CUSTOMER IS THE ACCOUNT OWNER - USE SET ACCOUNT OWNER"
            ELSE
                PERFORM GET-SUPERVISOR-APPROVAL
                IF NOT APPROVAL-OK
                    DISPLAY "SUPERVISOR APPROVAL REFUSED - HOLDER NOT REMOVED"
                ELSE
                    DELETE ACCOUNT-HOLDER-FILE RECORD
                    MOVE "HLDDEL" TO MAINTENANCE-ACTION
                    MOVE ACCOUNT-NUMBER TO MAINTENANCE-ACCOUNT-NUMBER
                    IF CUSTOMER-ON-FILE
                        MOVE CUSTOMER-FULL-NAME TO MAINTENANCE-CUSTOMER-NAME
                    ELSE
                        MOVE SPACES TO MAINTENANCE-CUSTOMER-NAME
                    END-IF
                    PERFORM WRITE-MAINTENANCE-RECORD
                    DISPLAY "JOINT HOLDER REMOVED"
                END-IF
            END-IF
        END-IF
    END-IF.

SET-ACCOUNT-OWNER.
    PERFORM GET-MAINTENANCE-ACCOUNT
    IF NOT ACCOUNT-ON-FILE
        DISPLAY "ACCOUNT NOT ON FILE"
    ELSE
        IF ACCOUNT-CLOSED
            DISPLAY "ACCOUNT IS CLOSED - CANNOT SET OWNER"
        ELSE
            PERFORM GET-MAINTENANCE-CUSTOMER
            IF NOT CUSTOMER-ON-FILE
                DISPLAY "CUSTOMER NOT ON FILE"
            ELSE
                IF ACCOUNT-CUSTOMER-NUMBER = CUSTOMER-NUMBER
                    DISPLAY "CUSTOMER ALREADY OWNS THIS ACCOUNT"
                ELSE
                    PERFORM GET-SUPERVISOR-APPROVAL
                    IF NOT APPROVAL-OK
                        DISPLAY "SUPERVISOR APPROVAL REFUSED - OWNER NOT SET"
                    ELSE
                        PERFORM CHANGE-ACCOUNT-OWNER
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

CHANGE-ACCOUNT-OWNER.
    MOVE ACCOUNT-CUSTOMER-NUMBER TO PREVIOUS-OWNER-NUMBER
    IF PREVIOUS-OWNER-NUMBER NOT = 0
        MOVE PREVIOUS-OWNER-NUMBER TO HOLDER-CUSTOMER-NUMBER
        MOVE ACCOUNT-NUMBER TO HOLDER-ACCOUNT-NUMBER
        PERFORM READ-HOLDER-RECORD
        IF HOLDER-ON-FILE
            DELETE ACCOUNT-HOLDER-FILE RECORD
        END-IF
    END-IF
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
    MOVE "OWNER" TO MAINTENANCE-ACTION
    MOVE ACCOUNT-NUMBER TO MAINTENANCE-ACCOUNT-NUMBER
    MOVE CUSTOMER-FULL-NAME TO MAINTENANCE-CUSTOMER-NAME
    PERFORM WRITE-MAINTENANCE-RECORD
    DISPLAY "ACCOUNT OWNER SET".

WRITE-MAINTENANCE-RECORD.
    MOVE OPERATOR-ID-INPUT TO MAINTENANCE-OPERATOR-ID
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
