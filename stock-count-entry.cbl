IDENTIFICATION DIVISION.
PROGRAM-ID. STOCK-COUNT-ENTRY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STOCK-COUNT-FILE ASSIGN TO "STOCK-COUNT-FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS COUNT-ISBN.
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
FD  STOCK-COUNT-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  STOCK-COUNT-RECORD.
    05  COUNT-ISBN PIC 9(13).
    05  COUNT-PUBLISHER-ID PIC 9(10).
    05  COUNT-FROZEN-QUANTITY PIC 9(5).
    05  COUNT-QUANTITY PIC 9(5).
    05  COUNT-STATUS PIC X(1).
        88  COUNT-NOT-ENTERED VALUE "N".
        88  COUNT-ENTERED VALUE "C".
        88  COUNT-POSTED VALUE "P".
    05  COUNT-SHEET-DATE PIC 9(8).
    05  COUNT-ENTERED-BY PIC X(8).

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
01  SECURITY-ID-LOGGED PIC X(8).

01  OPERATOR-SIGNED-ON-SWITCH PIC X VALUE "N".
    88  OPERATOR-SIGNED-ON VALUE "Y".
01  SIGN-ON-TRIES PIC 9 VALUE 0.
01  MAX-SIGN-ON-TRIES PIC 9 VALUE 3.

01  ISBN-INPUT PIC 9(13).
01  COUNTED-QUANTITY-INPUT PIC 9(5).

01  END-OF-ENTRY-SWITCH PIC X VALUE "N".
    88  END-OF-ENTRY VALUE "Y".

01  COUNTS-ENTERED PIC 9(5) VALUE 0.
01  COUNTS-REPLACED PIC 9(5) VALUE 0.

01  TODAYS-DATE PIC 9(8).

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
OPEN I-O STOCK-COUNT-FILE
OPEN INPUT OPERATOR-FILE
OPEN EXTEND SECURITY-JOURNAL
PERFORM OPERATOR-SIGN-ON
IF NOT OPERATOR-SIGNED-ON
    DISPLAY "SIGN-ON FAILED - COUNT ENTRY NOT STARTED"
ELSE
    PERFORM UNTIL END-OF-ENTRY
        PERFORM ENTER-ONE-COUNT
    END-PERFORM
END-IF
CLOSE STOCK-COUNT-FILE
CLOSE OPERATOR-FILE
CLOSE SECURITY-JOURNAL
DISPLAY "COUNTS ENTERED:  " COUNTS-ENTERED
DISPLAY "COUNTS REPLACED: " COUNTS-REPLACED
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

WRITE-SECURITY-RECORD.
    MOVE SPACES TO SECURITY-OPERATOR-ID
    MOVE SECURITY-ID-LOGGED TO SECURITY-OPERATOR-ID
    MOVE TODAYS-DATE TO SECURITY-DATE
    ACCEPT SECURITY-TIME FROM TIME
    WRITE SECURITY-JOURNAL-RECORD.

ENTER-ONE-COUNT.
    DISPLAY "Enter ISBN (0 to end): "
    ACCEPT ISBN-INPUT
    IF ISBN-INPUT = 0
        SET END-OF-ENTRY TO TRUE
    ELSE
        MOVE ISBN-INPUT TO COUNT-ISBN
        READ STOCK-COUNT-FILE
            INVALID KEY
                DISPLAY "ISBN NOT ON COUNT SHEETS"
            NOT INVALID KEY
                PERFORM RECORD-COUNTED-QUANTITY
        END-READ
    END-IF.

RECORD-COUNTED-QUANTITY.
    IF COUNT-POSTED
        DISPLAY "COUNT ALREADY POSTED - NO CHANGE ALLOWED"
    ELSE
        DISPLAY "Enter counted quantity: "
        ACCEPT COUNTED-QUANTITY-INPUT
        IF COUNT-ENTERED
            DISPLAY "PREVIOUS COUNT REPLACED"
            ADD 1 TO COUNTS-REPLACED
        ELSE
            ADD 1 TO COUNTS-ENTERED
        END-IF
        MOVE COUNTED-QUANTITY-INPUT TO COUNT-QUANTITY
        SET COUNT-ENTERED TO TRUE
        MOVE OPERATOR-ID-INPUT TO COUNT-ENTERED-BY
        REWRITE STOCK-COUNT-RECORD
        DISPLAY "COUNT RECORDED"
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
