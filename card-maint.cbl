IDENTIFICATION DIVISION.
PROGRAM-ID. CARD-MAINT.

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
    SELECT HOT-CARD-FILE ASSIGN TO "HOT-CARD-FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HOT-CARD-NUMBER.
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

FD  HOT-CARD-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  HOT-CARD-RECORD.
    05  HOT-CARD-NUMBER PIC 9(16).
    05  HOT-CARD-REPORT-DATE PIC 9(8).

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
    05  SECURITY-CARD-NUMBER REDEFINES SECURITY-OPERATOR-ID PIC 9(16).
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

01  ACCOUNT-NUMBER-INPUT PIC 9(10).
01  CARD-NUMBER-INPUT PIC 9(16).
01  NEW-CARD-NUMBER-INPUT PIC 9(16).
01  PIN-INPUT PIC 9(4).
01  PIN-CONFIRM-INPUT PIC 9(4).
01  SECURITY-CARD-LOGGED PIC 9(16).

01  CARD-ACTION-TYPE PIC 9 VALUE 0.
    88  ISSUE-ACTION VALUE 1.
    88  LOST-ACTION VALUE 2.
    88  REPLACE-ACTION VALUE 3.
    88  PIN-RESET-ACTION VALUE 4.
    88  UNBLOCK-ACTION VALUE 5.
    88  END-ACTION VALUE 6.
    88  VALID-CARD-ACTION VALUES 1 2 3 4 5 6.

01  ACCOUNT-ON-FILE-SWITCH PIC X VALUE "N".
    88  ACCOUNT-ON-FILE VALUE "Y".
01  CARD-ON-FILE-SWITCH PIC X VALUE "N".
    88  CARD-ON-FILE VALUE "Y".
01  CARD-IS-HOT-SWITCH PIC X VALUE "N".
    88  CARD-IS-HOT VALUE "Y".
01  CARD-ACCOUNT-OK-SWITCH PIC X VALUE "N".
    88  CARD-ACCOUNT-OK VALUE "Y".
01  NEW-CARD-OK-SWITCH PIC X VALUE "N".
    88  NEW-CARD-OK VALUE "Y".
01  PIN-OK-SWITCH PIC X VALUE "N".
    88  PIN-OK VALUE "Y".

01  TODAYS-DATE PIC 9(8).

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
OPEN INPUT ACCOUNT-FILE
OPEN I-O CARD-FILE
OPEN I-O HOT-CARD-FILE
OPEN EXTEND MAINTENANCE-JOURNAL
OPEN INPUT OPERATOR-FILE
OPEN EXTEND SECURITY-JOURNAL
PERFORM OPERATOR-SIGN-ON
IF NOT OPERATOR-SIGNED-ON
    DISPLAY "SIGN-ON FAILED - CARD MAINTENANCE NOT STARTED"
ELSE
    PERFORM UNTIL END-ACTION
        PERFORM GET-CARD-ACTION
        IF ISSUE-ACTION
            PERFORM ISSUE-CARD
        ELSE
            IF LOST-ACTION
                PERFORM REPORT-CARD-LOST
            ELSE
                IF REPLACE-ACTION
                    PERFORM REPLACE-CARD
                ELSE
                    IF PIN-RESET-ACTION
                        PERFORM RESET-CARD-PIN
                    ELSE
                        IF UNBLOCK-ACTION
                            PERFORM UNBLOCK-CARD
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM
END-IF
CLOSE ACCOUNT-FILE
CLOSE CARD-FILE
CLOSE HOT-CARD-FILE
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

WRITE-CARD-SECURITY-RECORD.
    MOVE SECURITY-CARD-LOGGED TO SECURITY-CARD-NUMBER
    MOVE TODAYS-DATE TO SECURITY-DATE
    ACCEPT SECURITY-TIME FROM TIME
    WRITE SECURITY-JOURNAL-RECORD.

GET-CARD-ACTION.
    MOVE 0 TO CARD-ACTION-TYPE
    PERFORM UNTIL VALID-CARD-ACTION
        DISPLAY "1. Issue card"
        DISPLAY "2. Report card lost or stolen"
        DISPLAY "3. Replace lost or stolen card"
        DISPLAY "4. Reset card PIN"
        DISPLAY "5. Unblock card"
        DISPLAY "6. End card maintenance"
        DISPLAY "Select card action: "
        ACCEPT CARD-ACTION-TYPE
        IF NOT VALID-CARD-ACTION
            DISPLAY "INVALID SELECTION"
        END-IF
    END-PERFORM.

GET-MAINTENANCE-CARD.
    MOVE "N" TO CARD-ON-FILE-SWITCH
    MOVE "N" TO CARD-IS-HOT-SWITCH
    DISPLAY "Enter card number: "
    ACCEPT CARD-NUMBER-INPUT
    MOVE CARD-NUMBER-INPUT TO CARD-NUMBER
    READ CARD-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET CARD-ON-FILE TO TRUE
    END-READ
    MOVE CARD-NUMBER-INPUT TO HOT-CARD-NUMBER
    READ HOT-CARD-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET CARD-IS-HOT TO TRUE
    END-READ.

GET-CARD-ACCOUNT.
    MOVE "N" TO ACCOUNT-ON-FILE-SWITCH
    MOVE "N" TO CARD-ACCOUNT-OK-SWITCH
    READ ACCOUNT-FILE
        INVALID KEY
            DISPLAY "ACCOUNT NOT ON FILE"
        NOT INVALID KEY
            SET ACCOUNT-ON-FILE TO TRUE
    END-READ
    IF ACCOUNT-ON-FILE
        IF ACCOUNT-CLOSED
            DISPLAY "ACCOUNT IS CLOSED - CARD NOT ISSUED"
        ELSE
            IF ACCOUNT-FROZEN
                DISPLAY "ACCOUNT IS FROZEN - CARD NOT ISSUED"
            ELSE
                SET CARD-ACCOUNT-OK TO TRUE
            END-IF
        END-IF
    END-IF.

GET-NEW-CARD-NUMBER.
    MOVE "N" TO NEW-CARD-OK-SWITCH
    DISPLAY "Enter new card number: "
    ACCEPT NEW-CARD-NUMBER-INPUT
    MOVE NEW-CARD-NUMBER-INPUT TO HOT-CARD-NUMBER
    READ HOT-CARD-FILE
        INVALID KEY
            MOVE NEW-CARD-NUMBER-INPUT TO CARD-NUMBER
            READ CARD-FILE
                INVALID KEY
                    SET NEW-CARD-OK TO TRUE
                NOT INVALID KEY
                    DISPLAY "CARD NUMBER ALREADY ISSUED"
            END-READ
        NOT INVALID KEY
            DISPLAY "CARD NUMBER IS ON HOT CARD FILE"
    END-READ.

GET-NEW-PIN.
    MOVE "N" TO PIN-OK-SWITCH
    DISPLAY "Enter new PIN: "
    ACCEPT PIN-INPUT
    DISPLAY "Re-enter new PIN: "
    ACCEPT PIN-CONFIRM-INPUT
    IF PIN-INPUT = PIN-CONFIRM-INPUT
        SET PIN-OK TO TRUE
    ELSE
        DISPLAY "PIN ENTRIES DO NOT MATCH"
    END-IF.

ISSUE-CARD.
    DISPLAY "Enter account number: "
    ACCEPT ACCOUNT-NUMBER-INPUT
    MOVE ACCOUNT-NUMBER-INPUT TO ACCOUNT-NUMBER
    PERFORM GET-CARD-ACCOUNT
    IF CARD-ACCOUNT-OK
        PERFORM GET-NEW-CARD-NUMBER
        IF NEW-CARD-OK
            PERFORM GET-NEW-PIN
            IF PIN-OK
                PERFORM WRITE-NEW-CARD
                IF NEW-CARD-OK
                    MOVE "CI" TO SECURITY-EVENT-CODE
                    PERFORM WRITE-CARD-SECURITY-RECORD
                    MOVE "CDISS" TO MAINTENANCE-ACTION
                    PERFORM WRITE-MAINTENANCE-RECORD
                    DISPLAY "CARD ISSUED"
                END-IF
            END-IF
        END-IF
    END-IF.

WRITE-NEW-CARD.
    MOVE NEW-CARD-NUMBER-INPUT TO CARD-NUMBER
    MOVE ACCOUNT-NUMBER TO CARD-ACCOUNT-NUMBER
    MOVE PIN-INPUT TO CARD-PIN-VALUE
    SET CARD-ACTIVE TO TRUE
    WRITE CARD-RECORD
        INVALID KEY
            MOVE "N" TO NEW-CARD-OK-SWITCH
            DISPLAY "CARD COULD NOT BE ISSUED"
        NOT INVALID KEY
            MOVE NEW-CARD-NUMBER-INPUT TO SECURITY-CARD-LOGGED
    END-WRITE.

REPORT-CARD-LOST.
    PERFORM GET-MAINTENANCE-CARD
    IF NOT CARD-ON-FILE
        DISPLAY "CARD NOT ON FILE"
    ELSE
        IF CARD-IS-HOT
            DISPLAY "CARD IS ALREADY ON HOT CARD FILE"
        ELSE
            PERFORM HOT-LIST-CARD
            MOVE "CDLOST" TO MAINTENANCE-ACTION
            PERFORM WRITE-MAINTENANCE-RECORD
            DISPLAY "CARD HOT-LISTED"
        END-IF
    END-IF.

HOT-LIST-CARD.
    MOVE CARD-NUMBER-INPUT TO HOT-CARD-NUMBER
    MOVE TODAYS-DATE TO HOT-CARD-REPORT-DATE
    WRITE HOT-CARD-RECORD
        INVALID KEY
            REWRITE HOT-CARD-RECORD
    END-WRITE
    SET CARD-BLOCKED TO TRUE
    REWRITE CARD-RECORD
    MOVE CARD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
    READ ACCOUNT-FILE
        INVALID KEY
            MOVE SPACES TO CUSTOMER-NAME
    END-READ
    MOVE CARD-NUMBER-INPUT TO SECURITY-CARD-LOGGED
    MOVE "CL" TO SECURITY-EVENT-CODE
    PERFORM WRITE-CARD-SECURITY-RECORD.

REPLACE-CARD.
    PERFORM GET-MAINTENANCE-CARD
    IF NOT CARD-ON-FILE
        DISPLAY "CARD NOT ON FILE"
    ELSE
        IF NOT CARD-IS-HOT
            PERFORM HOT-LIST-CARD
            MOVE "CDLOST" TO MAINTENANCE-ACTION
            PERFORM WRITE-MAINTENANCE-RECORD
            DISPLAY "CARD HOT-LISTED"
        END-IF
        MOVE CARD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
        PERFORM GET-CARD-ACCOUNT
        IF CARD-ACCOUNT-OK
            PERFORM GET-NEW-CARD-NUMBER
            IF NEW-CARD-OK
                PERFORM GET-NEW-PIN
                IF PIN-OK
                    PERFORM WRITE-NEW-CARD
                    IF NEW-CARD-OK
                        MOVE "CR" TO SECURITY-EVENT-CODE
                        PERFORM WRITE-CARD-SECURITY-RECORD
                        MOVE "CDREPL" TO MAINTENANCE-ACTION
                        PERFORM WRITE-MAINTENANCE-RECORD
                        DISPLAY "REPLACEMENT CARD ISSUED"
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

RESET-CARD-PIN.
    PERFORM GET-MAINTENANCE-CARD
    IF NOT CARD-ON-FILE
        DISPLAY "CARD NOT ON FILE"
    ELSE
        IF CARD-IS-HOT
            DISPLAY "CARD IS ON HOT CARD FILE - PIN NOT RESET"
        ELSE
            PERFORM GET-NEW-PIN
            IF PIN-OK
                MOVE PIN-INPUT TO CARD-PIN-VALUE
                REWRITE CARD-RECORD
                MOVE CARD-NUMBER-INPUT TO SECURITY-CARD-LOGGED
                MOVE "CP" TO SECURITY-EVENT-CODE
                PERFORM WRITE-CARD-SECURITY-RECORD
                MOVE CARD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
                READ ACCOUNT-FILE
                    INVALID KEY
                        MOVE SPACES TO CUSTOMER-NAME
                END-READ
                MOVE "CDPIN" TO MAINTENANCE-ACTION
                PERFORM WRITE-MAINTENANCE-RECORD
                DISPLAY "CARD PIN RESET"
            END-IF
        END-IF
    END-IF.

UNBLOCK-CARD.
    PERFORM GET-MAINTENANCE-CARD
    IF NOT CARD-ON-FILE
        DISPLAY "CARD NOT ON FILE"
    ELSE
        IF CARD-IS-HOT
            DISPLAY "CARD IS ON HOT CARD FILE - CANNOT UNBLOCK"
        ELSE
            IF NOT CARD-BLOCKED
                DISPLAY "CARD IS NOT BLOCKED"
            ELSE
                MOVE CARD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
                PERFORM GET-CARD-ACCOUNT
                IF CARD-ACCOUNT-OK
                    PERFORM GET-SUPERVISOR-APPROVAL
                    IF NOT APPROVAL-OK
                        DISPLAY "SUPERVISOR APPROVAL REFUSED - CARD NOT UNBLOCKED"
                    ELSE
                        SET CARD-ACTIVE TO TRUE
                        REWRITE CARD-RECORD
                        MOVE CARD-NUMBER-INPUT TO SECURITY-CARD-LOGGED
                        MOVE "CU" TO SECURITY-EVENT-CODE
                        PERFORM WRITE-CARD-SECURITY-RECORD
                        MOVE "CDUNBL" TO MAINTENANCE-ACTION
                        PERFORM WRITE-MAINTENANCE-RECORD
                        DISPLAY "CARD UNBLOCKED"
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

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
