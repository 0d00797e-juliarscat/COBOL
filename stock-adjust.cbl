IDENTIFICATION DIVISION.
PROGRAM-ID. STOCK-ADJUST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BOOK-FILE ASSIGN TO "BOOK-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT STOCK-COUNT-FILE ASSIGN TO "STOCK-COUNT-FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS COUNT-ISBN.
    SELECT INVENTORY-FILE ASSIGN TO "INVENTORY-FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ISBN IN INVENTORY-RECORD.
    SELECT INVENTORY-MOVEMENT-JOURNAL
        ASSIGN TO "INVENTORY-MOVEMENT-JOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPERATOR-FILE ASSIGN TO "OPERATOR-FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPERATOR-ID.
    SELECT SECURITY-JOURNAL ASSIGN TO "SECURITY-JOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT STOCK-VARIANCE-REPORT-FILE
        ASSIGN TO "STOCK-VARIANCE-REPORT-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSINESS-DATE-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  BOOK-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BOOK-RECORD.
    05  BOOK-TITLE PIC X(30).
    05  ISBN PIC 9(13).
    05  PUBLISHER-ID PIC 9(10).
    05  UNIT-PRICE PIC 9(3)V99.
    05  UNIT-COST PIC 9(3)V99.

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

FD  INVENTORY-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  INVENTORY-RECORD.
    05  ISBN PIC 9(13).
    05  ON-HAND-QUANTITY PIC 9(5).
    05  REORDER-POINT PIC 9(5).

FD  INVENTORY-MOVEMENT-JOURNAL
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  MOVEMENT-RECORD.
    05  MOVEMENT-ISBN PIC 9(13).
    05  MOVEMENT-TYPE PIC X(1).
        88  MOVEMENT-IS-SALE VALUE "S".
        88  MOVEMENT-IS-RECEIPT VALUE "R".
        88  MOVEMENT-IS-ADJUSTMENT VALUE "A".
    05  MOVEMENT-QUANTITY PIC 9(5).
    05  MOVEMENT-DATE PIC 9(8).
    05  MOVEMENT-SOURCE PIC X(10).
    05  MOVEMENT-ADJUST-SIGN PIC X(1).
        88  MOVEMENT-ADJUST-UP VALUE "+".
        88  MOVEMENT-ADJUST-DOWN VALUE "-".
    05  MOVEMENT-REASON-CODE PIC X(2).

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

FD  STOCK-VARIANCE-REPORT-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  STOCK-VARIANCE-REPORT-LINE PIC X(100).

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

01  CONFIRM-INPUT PIC X(1).
    88  CONFIRM-YES VALUE "Y" "y".

01  REASON-CODE-INPUT PIC X(2).
    88  REASON-SHRINKAGE VALUE "SH".
    88  REASON-DAMAGE VALUE "DM".
    88  REASON-MISCOUNT VALUE "MC".
    88  REASON-FOUND VALUE "FD".
    88  VALID-REASON-CODE VALUES "SH" "DM" "MC" "FD".

01  EOF-BOOK-SWITCH PIC X VALUE "N".
    88  EOF-BOOK VALUE "Y".
01  EOF-COUNT-SWITCH PIC X VALUE "N".
    88  EOF-COUNT VALUE "Y".

01  BOOK-FOUND-SWITCH PIC X VALUE "N".
    88  BOOK-FOUND VALUE "Y".
01  VARIANCE-TABLE-OVERFLOW-SWITCH PIC X VALUE "N".
    88  VARIANCE-TABLE-OVERFLOW VALUE "Y".

01  SEARCH-ISBN PIC 9(13).

01  BOOK-COUNT PIC 9(3) VALUE 0.
01  MAX-BOOKS PIC 9(3) VALUE 500.
01  BOOK-TABLE.
    05  BOOK-ENTRY OCCURS 500 TIMES INDEXED BY BOOK-IDX.
        10  TABLE-ISBN PIC 9(13).
        10  TABLE-BOOK-TITLE PIC X(30).
        10  TABLE-UNIT-COST PIC 9(3)V99.

01  VARIANCE-COUNT PIC 9(3) VALUE 0.
01  MAX-VARIANCES PIC 9(3) VALUE 500.
01  VARIANCE-TABLE.
    05  VARIANCE-ENTRY OCCURS 500 TIMES INDEXED BY VARIANCE-IDX.
        10  VARIANCE-ISBN PIC 9(13).
        10  VARIANCE-TITLE PIC X(30).
        10  VARIANCE-FROZEN-QUANTITY PIC 9(5).
        10  VARIANCE-COUNTED-QUANTITY PIC 9(5).
        10  VARIANCE-UNITS PIC S9(5).
        10  VARIANCE-UNIT-COST PIC 9(3)V99.
        10  VARIANCE-VALUE PIC S9(8)V99.
        10  VARIANCE-REASON-CODE PIC X(2).

01  COUNTED-LINE-COUNT PIC 9(5) VALUE 0.
01  UNCOUNTED-LINE-COUNT PIC 9(5) VALUE 0.
01  OVERAGE-UNITS PIC 9(7) VALUE 0.
01  SHORTAGE-UNITS PIC 9(7) VALUE 0.
01  OVERAGE-VALUE PIC 9(9)V99 VALUE 0.
01  SHORTAGE-VALUE PIC 9(9)V99 VALUE 0.
01  NET-VARIANCE-VALUE PIC S9(9)V99 VALUE 0.
01  ADJUSTMENTS-POSTED PIC 9(5) VALUE 0.
01  ADJUSTMENT-QUANTITY PIC 9(5).

01  TODAYS-DATE PIC 9(8).

01  VARIANCE-TITLE-LINE-1 PIC X(30)
        VALUE "STOCK COUNT VARIANCE REPORT".
01  VARIANCE-TITLE-LINE-2.
    05  FILLER PIC X(13) VALUE "REPORT DATE: ".
    05  TITLE-DATE PIC 9(8).

01  VARIANCE-COLUMN-HEADING.
    05  FILLER PIC X(16) VALUE "ISBN".
    05  FILLER PIC X(32) VALUE "TITLE".
    05  FILLER PIC X(8) VALUE "SYSTEM".
    05  FILLER PIC X(9) VALUE "COUNTED".
    05  FILLER PIC X(9) VALUE "UNITS".
    05  FILLER PIC X(9) VALUE "COST".
    05  FILLER PIC X(14) VALUE "VALUE".

01  VARIANCE-DETAIL-LINE.
    05  DETAIL-ISBN PIC 9(13).
    05  FILLER PIC X(3) VALUE SPACES.
    05  DETAIL-TITLE PIC X(30).
    05  FILLER PIC X(2) VALUE SPACES.
    05  DETAIL-FROZEN PIC ZZZZ9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  DETAIL-COUNTED PIC ZZZZ9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  DETAIL-UNITS PIC -ZZZZ9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  DETAIL-UNIT-COST PIC ZZ9.99.
    05  FILLER PIC X(2) VALUE SPACES.
    05  DETAIL-VALUE PIC -ZZZZZZZ9.99.

01  NO-COST-LINE.
    05  NO-COST-ISBN PIC 9(13).
    05  FILLER PIC X(3) VALUE SPACES.
    05  FILLER PIC X(36) VALUE "NO BOOK MASTER - VALUED AT ZERO COST".

01  VARIANCE-TOTAL-LINE.
    05  TOTAL-LABEL PIC X(24).
    05  TOTAL-UNITS PIC ZZZZZZ9.
    05  FILLER PIC X(3) VALUE SPACES.
    05  TOTAL-VALUE PIC -ZZZZZZZZ9.99.

01  VARIANCE-COUNT-LINE.
    05  COUNT-LABEL PIC X(24).
    05  COUNT-VALUE PIC ZZZZ9.

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
OPEN INPUT BOOK-FILE
PERFORM UNTIL EOF-BOOK
    READ BOOK-FILE
        AT END
            SET EOF-BOOK TO TRUE
    END-READ
    IF NOT EOF-BOOK
        PERFORM LOAD-BOOK-ENTRY
    END-IF
END-PERFORM
CLOSE BOOK-FILE
OPEN INPUT STOCK-COUNT-FILE
OPEN OUTPUT STOCK-VARIANCE-REPORT-FILE
PERFORM WRITE-REPORT-HEADER
PERFORM UNTIL EOF-COUNT
    READ STOCK-COUNT-FILE NEXT RECORD
        AT END
            SET EOF-COUNT TO TRUE
    END-READ
    IF NOT EOF-COUNT
        PERFORM EXAMINE-COUNT-RECORD
    END-IF
END-PERFORM
CLOSE STOCK-COUNT-FILE
PERFORM WRITE-REPORT-TRAILER
CLOSE STOCK-VARIANCE-REPORT-FILE
IF VARIANCE-TABLE-OVERFLOW
    DISPLAY "VARIANCE TABLE FULL - ADJUSTMENT RUN ABORTED"
    DISPLAY "INVENTORY-FILE LEFT UNCHANGED - NOTHING POSTED"
    STOP RUN
END-IF
IF COUNTED-LINE-COUNT = 0
    DISPLAY "NO COUNTS ENTERED - NOTHING TO POST"
    STOP RUN
END-IF
DISPLAY "LINES COUNTED:      " COUNTED-LINE-COUNT
DISPLAY "LINES WITH VARIANCE: " VARIANCE-COUNT
DISPLAY "LINES NOT COUNTED:  " UNCOUNTED-LINE-COUNT
OPEN INPUT OPERATOR-FILE
OPEN EXTEND SECURITY-JOURNAL
PERFORM OPERATOR-SIGN-ON
IF NOT OPERATOR-SIGNED-ON
    DISPLAY "SIGN-ON FAILED - ADJUSTMENTS NOT POSTED"
ELSE
    DISPLAY "Post stock count adjustments (Y/N): "
    ACCEPT CONFIRM-INPUT
    IF CONFIRM-YES
        PERFORM GET-SUPERVISOR-APPROVAL
        IF APPROVAL-OK
            PERFORM VARYING VARIANCE-IDX FROM 1 BY 1
                    UNTIL VARIANCE-IDX > VARIANCE-COUNT
                PERFORM GET-REASON-CODE
            END-PERFORM
            PERFORM POST-STOCK-ADJUSTMENTS
        ELSE
            DISPLAY "SUPERVISOR APPROVAL FAILED - ADJUSTMENTS NOT POSTED"
        END-IF
    ELSE
        DISPLAY "ADJUSTMENTS NOT POSTED"
    END-IF
END-IF
CLOSE OPERATOR-FILE
CLOSE SECURITY-JOURNAL
DISPLAY "ADJUSTMENTS POSTED: " ADJUSTMENTS-POSTED
STOP RUN.

LOAD-BOOK-ENTRY.
    IF BOOK-COUNT < MAX-BOOKS
        ADD 1 TO BOOK-COUNT
        SET BOOK-IDX TO BOOK-COUNT
        MOVE ISBN IN BOOK-RECORD TO TABLE-ISBN(BOOK-IDX)
        MOVE BOOK-TITLE TO TABLE-BOOK-TITLE(BOOK-IDX)
        MOVE UNIT-COST TO TABLE-UNIT-COST(BOOK-IDX)
    ELSE
        DISPLAY "BOOK TABLE FULL - SKIPPING " ISBN IN BOOK-RECORD
    END-IF.

FIND-BOOK-ENTRY.
    MOVE "N" TO BOOK-FOUND-SWITCH
    PERFORM VARYING BOOK-IDX FROM 1 BY 1
            UNTIL BOOK-IDX > BOOK-COUNT
                OR BOOK-FOUND
        IF TABLE-ISBN(BOOK-IDX) = SEARCH-ISBN
            SET BOOK-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF BOOK-FOUND
        SET BOOK-IDX DOWN BY 1
    END-IF.

EXAMINE-COUNT-RECORD.
    IF COUNT-NOT-ENTERED
        ADD 1 TO UNCOUNTED-LINE-COUNT
    ELSE
        IF COUNT-ENTERED
            ADD 1 TO COUNTED-LINE-COUNT
            IF COUNT-QUANTITY NOT = COUNT-FROZEN-QUANTITY
                PERFORM ADD-VARIANCE-ENTRY
            END-IF
        END-IF
    END-IF.

ADD-VARIANCE-ENTRY.
    IF VARIANCE-COUNT < MAX-VARIANCES
        ADD 1 TO VARIANCE-COUNT
        SET VARIANCE-IDX TO VARIANCE-COUNT
        MOVE COUNT-ISBN TO VARIANCE-ISBN(VARIANCE-IDX)
        MOVE COUNT-FROZEN-QUANTITY TO VARIANCE-FROZEN-QUANTITY(VARIANCE-IDX)
        MOVE COUNT-QUANTITY TO VARIANCE-COUNTED-QUANTITY(VARIANCE-IDX)
        COMPUTE VARIANCE-UNITS(VARIANCE-IDX) =
            COUNT-QUANTITY - COUNT-FROZEN-QUANTITY
        MOVE SPACES TO VARIANCE-REASON-CODE(VARIANCE-IDX)
        MOVE COUNT-ISBN TO SEARCH-ISBN
        PERFORM FIND-BOOK-ENTRY
        IF BOOK-FOUND
            MOVE TABLE-BOOK-TITLE(BOOK-IDX) TO VARIANCE-TITLE(VARIANCE-IDX)
            MOVE TABLE-UNIT-COST(BOOK-IDX) TO
                VARIANCE-UNIT-COST(VARIANCE-IDX)
        ELSE
            MOVE SPACES TO VARIANCE-TITLE(VARIANCE-IDX)
            MOVE ZERO TO VARIANCE-UNIT-COST(VARIANCE-IDX)
        END-IF
        COMPUTE VARIANCE-VALUE(VARIANCE-IDX) =
            VARIANCE-UNITS(VARIANCE-IDX) * VARIANCE-UNIT-COST(VARIANCE-IDX)
        PERFORM WRITE-VARIANCE-LINE
    ELSE
        SET VARIANCE-TABLE-OVERFLOW TO TRUE
    END-IF.

WRITE-VARIANCE-LINE.
    MOVE VARIANCE-ISBN(VARIANCE-IDX) TO DETAIL-ISBN
    MOVE VARIANCE-TITLE(VARIANCE-IDX) TO DETAIL-TITLE
    MOVE VARIANCE-FROZEN-QUANTITY(VARIANCE-IDX) TO DETAIL-FROZEN
    MOVE VARIANCE-COUNTED-QUANTITY(VARIANCE-IDX) TO DETAIL-COUNTED
    MOVE VARIANCE-UNITS(VARIANCE-IDX) TO DETAIL-UNITS
    MOVE VARIANCE-UNIT-COST(VARIANCE-IDX) TO DETAIL-UNIT-COST
    MOVE VARIANCE-VALUE(VARIANCE-IDX) TO DETAIL-VALUE
    MOVE VARIANCE-DETAIL-LINE TO STOCK-VARIANCE-REPORT-LINE
    WRITE STOCK-VARIANCE-REPORT-LINE
    IF NOT BOOK-FOUND
        MOVE VARIANCE-ISBN(VARIANCE-IDX) TO NO-COST-ISBN
        MOVE NO-COST-LINE TO STOCK-VARIANCE-REPORT-LINE
        WRITE STOCK-VARIANCE-REPORT-LINE
    END-IF
    IF VARIANCE-UNITS(VARIANCE-IDX) > 0
        ADD VARIANCE-UNITS(VARIANCE-IDX) TO OVERAGE-UNITS
        ADD VARIANCE-VALUE(VARIANCE-IDX) TO OVERAGE-VALUE
    ELSE
        SUBTRACT VARIANCE-UNITS(VARIANCE-IDX) FROM SHORTAGE-UNITS
        SUBTRACT VARIANCE-VALUE(VARIANCE-IDX) FROM SHORTAGE-VALUE
    END-IF
    ADD VARIANCE-VALUE(VARIANCE-IDX) TO NET-VARIANCE-VALUE.

WRITE-REPORT-HEADER.
    MOVE VARIANCE-TITLE-LINE-1 TO STOCK-VARIANCE-REPORT-LINE
    WRITE STOCK-VARIANCE-REPORT-LINE
    MOVE TODAYS-DATE TO TITLE-DATE
    MOVE VARIANCE-TITLE-LINE-2 TO STOCK-VARIANCE-REPORT-LINE
    WRITE STOCK-VARIANCE-REPORT-LINE
    MOVE SPACES TO STOCK-VARIANCE-REPORT-LINE
    WRITE STOCK-VARIANCE-REPORT-LINE
    MOVE VARIANCE-COLUMN-HEADING TO STOCK-VARIANCE-REPORT-LINE
    WRITE STOCK-VARIANCE-REPORT-LINE.

WRITE-REPORT-TRAILER.
    MOVE SPACES TO STOCK-VARIANCE-REPORT-LINE
    WRITE STOCK-VARIANCE-REPORT-LINE
    MOVE "TOTAL OVERAGES" TO TOTAL-LABEL
    MOVE OVERAGE-UNITS TO TOTAL-UNITS
    MOVE OVERAGE-VALUE TO TOTAL-VALUE
    MOVE VARIANCE-TOTAL-LINE TO STOCK-VARIANCE-REPORT-LINE
    WRITE STOCK-VARIANCE-REPORT-LINE
    MOVE "TOTAL SHORTAGES" TO TOTAL-LABEL
    MOVE SHORTAGE-UNITS TO TOTAL-UNITS
    COMPUTE TOTAL-VALUE = 0 - SHORTAGE-VALUE
    MOVE VARIANCE-TOTAL-LINE TO STOCK-VARIANCE-REPORT-LINE
    WRITE STOCK-VARIANCE-REPORT-LINE
    MOVE "NET VARIANCE VALUE" TO TOTAL-LABEL
    MOVE ZERO TO TOTAL-UNITS
    MOVE NET-VARIANCE-VALUE TO TOTAL-VALUE
    MOVE VARIANCE-TOTAL-LINE TO STOCK-VARIANCE-REPORT-LINE
    WRITE STOCK-VARIANCE-REPORT-LINE
    MOVE SPACES TO STOCK-VARIANCE-REPORT-LINE
    WRITE STOCK-VARIANCE-REPORT-LINE
    MOVE "LINES COUNTED:" TO COUNT-LABEL
    MOVE COUNTED-LINE-COUNT TO COUNT-VALUE
    MOVE VARIANCE-COUNT-LINE TO STOCK-VARIANCE-REPORT-LINE
    WRITE STOCK-VARIANCE-REPORT-LINE
    MOVE "LINES WITH VARIANCE:" TO COUNT-LABEL
    MOVE VARIANCE-COUNT TO COUNT-VALUE
    MOVE VARIANCE-COUNT-LINE TO STOCK-VARIANCE-REPORT-LINE
    WRITE STOCK-VARIANCE-REPORT-LINE
    MOVE "LINES NOT COUNTED:" TO COUNT-LABEL
    MOVE UNCOUNTED-LINE-COUNT TO COUNT-VALUE
    MOVE VARIANCE-COUNT-LINE TO STOCK-VARIANCE-REPORT-LINE
    WRITE STOCK-VARIANCE-REPORT-LINE.

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

GET-REASON-CODE.
    MOVE SPACES TO REASON-CODE-INPUT
    PERFORM UNTIL VALID-REASON-CODE
        DISPLAY "ISBN " VARIANCE-ISBN(VARIANCE-IDX)
            " VARIANCE " VARIANCE-UNITS(VARIANCE-IDX)
        DISPLAY "Enter reason code (SH DM MC FD, blank for default): "
        ACCEPT REASON-CODE-INPUT
        IF REASON-CODE-INPUT = SPACES
            IF VARIANCE-UNITS(VARIANCE-IDX) > 0
                SET REASON-FOUND TO TRUE
            ELSE
                SET REASON-SHRINKAGE TO TRUE
            END-IF
        END-IF
        IF NOT VALID-REASON-CODE
            DISPLAY "INVALID REASON CODE"
        END-IF
    END-PERFORM
    MOVE REASON-CODE-INPUT TO VARIANCE-REASON-CODE(VARIANCE-IDX).

POST-STOCK-ADJUSTMENTS.
    OPEN I-O INVENTORY-FILE
    OPEN EXTEND INVENTORY-MOVEMENT-JOURNAL
    PERFORM VARYING VARIANCE-IDX FROM 1 BY 1
            UNTIL VARIANCE-IDX > VARIANCE-COUNT
        PERFORM POST-ONE-ADJUSTMENT
    END-PERFORM
    CLOSE INVENTORY-FILE
    CLOSE INVENTORY-MOVEMENT-JOURNAL
    PERFORM MARK-COUNTS-POSTED.

POST-ONE-ADJUSTMENT.
    MOVE VARIANCE-ISBN(VARIANCE-IDX) TO ISBN IN INVENTORY-RECORD
    READ INVENTORY-FILE
        INVALID KEY
            DISPLAY "ISBN NO LONGER ON INVENTORY-FILE - SKIPPING "
                VARIANCE-ISBN(VARIANCE-IDX)
        NOT INVALID KEY
            PERFORM APPLY-ADJUSTMENT
    END-READ.

APPLY-ADJUSTMENT.
    IF VARIANCE-UNITS(VARIANCE-IDX) > 0
        MOVE VARIANCE-UNITS(VARIANCE-IDX) TO ADJUSTMENT-QUANTITY
        ADD ADJUSTMENT-QUANTITY TO ON-HAND-QUANTITY
        SET MOVEMENT-ADJUST-UP TO TRUE
    ELSE
        COMPUTE ADJUSTMENT-QUANTITY = 0 - VARIANCE-UNITS(VARIANCE-IDX)
        IF ADJUSTMENT-QUANTITY > ON-HAND-QUANTITY
            DISPLAY "SHORTAGE EXCEEDS ON-HAND - REDUCED TO ZERO FOR "
                VARIANCE-ISBN(VARIANCE-IDX)
            MOVE ON-HAND-QUANTITY TO ADJUSTMENT-QUANTITY
        END-IF
        SUBTRACT ADJUSTMENT-QUANTITY FROM ON-HAND-QUANTITY
        SET MOVEMENT-ADJUST-DOWN TO TRUE
    END-IF
    REWRITE INVENTORY-RECORD
    MOVE VARIANCE-ISBN(VARIANCE-IDX) TO MOVEMENT-ISBN
    SET MOVEMENT-IS-ADJUSTMENT TO TRUE
    MOVE ADJUSTMENT-QUANTITY TO MOVEMENT-QUANTITY
    MOVE TODAYS-DATE TO MOVEMENT-DATE
    MOVE "STOCKTAKE" TO MOVEMENT-SOURCE
    MOVE VARIANCE-REASON-CODE(VARIANCE-IDX) TO MOVEMENT-REASON-CODE
    WRITE MOVEMENT-RECORD
    ADD 1 TO ADJUSTMENTS-POSTED.

MARK-COUNTS-POSTED.
    MOVE "N" TO EOF-COUNT-SWITCH
    OPEN I-O STOCK-COUNT-FILE
    PERFORM UNTIL EOF-COUNT
        READ STOCK-COUNT-FILE NEXT RECORD
            AT END
                SET EOF-COUNT TO TRUE
        END-READ
        IF NOT EOF-COUNT
            IF COUNT-ENTERED
                SET COUNT-POSTED TO TRUE
                REWRITE STOCK-COUNT-RECORD
            END-IF
        END-IF
    END-PERFORM
    CLOSE STOCK-COUNT-FILE.

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
