IDENTIFICATION DIVISION.
PROGRAM-ID. STOCK-COUNT-SHEET.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BOOK-FILE ASSIGN TO "BOOK-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PUBLISHER-FILE ASSIGN TO "PUBLISHER-FILE"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT INVENTORY-FILE ASSIGN TO "INVENTORY-FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ISBN IN INVENTORY-RECORD.
    SELECT OPTIONAL STOCK-COUNT-FILE ASSIGN TO "STOCK-COUNT-FILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS COUNT-ISBN.
    SELECT COUNT-SHEET-REPORT-FILE ASSIGN TO "COUNT-SHEET-REPORT-FILE"
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

FD  PUBLISHER-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  PUBLISHER-RECORD.
    05  PUBLISHER-ID PIC 9(10).
    05  PUBLISHER-NAME PIC X(30).
    05  PUBLISHER-ADDRESS PIC X(30).

FD  INVENTORY-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  INVENTORY-RECORD.
    05  ISBN PIC 9(13).
    05  ON-HAND-QUANTITY PIC 9(5).
    05  REORDER-POINT PIC 9(5).

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

FD  COUNT-SHEET-REPORT-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  COUNT-SHEET-REPORT-LINE PIC X(80).

FD  BUSINESS-DATE-FILE
    LABEL RECORDS ARE OMITTED
    BLOCK CONTAINS 0 RECORDS.
01  BUSINESS-DATE-RECORD.
    05  CURRENT-BUSINESS-DATE PIC 9(8).
    05  PRIOR-BUSINESS-DATE PIC 9(8).

WORKING-STORAGE SECTION.
01  EOF-BOOK-SWITCH PIC X VALUE "N".
    88  EOF-BOOK VALUE "Y".
01  EOF-PUBLISHER-SWITCH PIC X VALUE "N".
    88  EOF-PUBLISHER VALUE "Y".
01  EOF-INVENTORY-SWITCH PIC X VALUE "N".
    88  EOF-INVENTORY VALUE "Y".
01  EOF-COUNT-SWITCH PIC X VALUE "N".
    88  EOF-COUNT VALUE "Y".

01  BOOK-FOUND-SWITCH PIC X VALUE "N".
    88  BOOK-FOUND VALUE "Y".
01  PUBLISHER-ENTRY-FOUND-SWITCH PIC X VALUE "N".
    88  PUBLISHER-ENTRY-FOUND VALUE "Y".
01  SHEET-TABLE-OVERFLOW-SWITCH PIC X VALUE "N".
    88  SHEET-TABLE-OVERFLOW VALUE "Y".
01  COUNT-IN-PROGRESS-SWITCH PIC X VALUE "N".
    88  COUNT-IN-PROGRESS VALUE "Y".

01  SEARCH-ISBN PIC 9(13).
01  SEARCH-PUBLISHER-ID PIC 9(10).

01  BOOK-COUNT PIC 9(3) VALUE 0.
01  MAX-BOOKS PIC 9(3) VALUE 500.
01  BOOK-TABLE.
    05  BOOK-ENTRY OCCURS 500 TIMES INDEXED BY BOOK-IDX.
        10  TABLE-ISBN PIC 9(13).
        10  TABLE-BOOK-TITLE PIC X(30).
        10  TABLE-BOOK-PUBLISHER-ID PIC 9(10).

01  PUBLISHER-COUNT PIC 9(3) VALUE 0.
01  MAX-PUBLISHERS PIC 9(3) VALUE 100.
01  PUBLISHER-TABLE.
    05  PUBLISHER-ENTRY OCCURS 100 TIMES INDEXED BY PUBLISHER-IDX.
        10  TABLE-PUBLISHER-ID PIC 9(10).
        10  TABLE-PUBLISHER-NAME PIC X(30).
        10  TABLE-SHEET-LINES PIC 9(5).

01  SHEET-COUNT PIC 9(3) VALUE 0.
01  MAX-SHEET-LINES PIC 9(3) VALUE 500.
01  SHEET-TABLE.
    05  SHEET-ENTRY OCCURS 500 TIMES INDEXED BY SHEET-IDX.
        10  SHEET-ISBN PIC 9(13).
        10  SHEET-TITLE PIC X(30).
        10  SHEET-PUBLISHER-ID PIC 9(10).
        10  SHEET-PUBLISHER-KNOWN PIC X(1).
        10  SHEET-FROZEN-QUANTITY PIC 9(5).

01  UNKNOWN-SHEET-LINES PIC 9(5) VALUE 0.
01  COUNT-RECORDS-WRITTEN PIC 9(5) VALUE 0.

01  TODAYS-DATE PIC 9(8).

01  SHEET-TITLE-LINE-1 PIC X(28)
        VALUE "STOCK COUNT SHEET".
01  SHEET-TITLE-LINE-2.
    05  FILLER PIC X(12) VALUE "COUNT DATE: ".
    05  TITLE-DATE PIC 9(8).

01  PUBLISHER-HEADING-LINE.
    05  FILLER PIC X(11) VALUE "PUBLISHER: ".
    05  HEADING-PUBLISHER-ID PIC 9(10).
    05  FILLER PIC X(2) VALUE SPACES.
    05  HEADING-PUBLISHER-NAME PIC X(30).

01  UNKNOWN-PUBLISHER-HEADING PIC X(40)
        VALUE "PUBLISHER: NO BOOK MASTER ON FILE".

01  SHEET-COLUMN-HEADING.
    05  FILLER PIC X(16) VALUE "ISBN".
    05  FILLER PIC X(32) VALUE "TITLE".
    05  FILLER PIC X(14) VALUE "COUNTED".

01  SHEET-DETAIL-LINE.
    05  DETAIL-ISBN PIC 9(13).
    05  FILLER PIC X(3) VALUE SPACES.
    05  DETAIL-TITLE PIC X(30).
    05  FILLER PIC X(2) VALUE SPACES.
    05  FILLER PIC X(12) VALUE "__________".

01  SHEET-SIGNATURE-LINE.
    05  FILLER PIC X(36) VALUE "COUNTED BY: ____________________".
    05  FILLER PIC X(30) VALUE "CHECKED BY: __________________".

PROCEDURE DIVISION.
PERFORM READ-BUSINESS-DATE
OPEN INPUT STOCK-COUNT-FILE
PERFORM UNTIL EOF-COUNT
    READ STOCK-COUNT-FILE NEXT RECORD
        AT END
            SET EOF-COUNT TO TRUE
    END-READ
    IF NOT EOF-COUNT
        IF COUNT-ENTERED
            SET COUNT-IN-PROGRESS TO TRUE
        END-IF
    END-IF
END-PERFORM
CLOSE STOCK-COUNT-FILE
IF COUNT-IN-PROGRESS
    DISPLAY "COUNTS ENTERED BUT NOT YET POSTED - SHEETS NOT PRINTED"
    DISPLAY "RUN STOCK-ADJUST BEFORE STARTING A NEW COUNT"
    STOP RUN
END-IF
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
OPEN INPUT PUBLISHER-FILE
PERFORM UNTIL EOF-PUBLISHER
    READ PUBLISHER-FILE
        AT END
            SET EOF-PUBLISHER TO TRUE
    END-READ
    IF NOT EOF-PUBLISHER
        PERFORM LOAD-PUBLISHER-ENTRY
    END-IF
END-PERFORM
CLOSE PUBLISHER-FILE
OPEN INPUT INVENTORY-FILE
PERFORM UNTIL EOF-INVENTORY
    READ INVENTORY-FILE NEXT RECORD
        AT END
            SET EOF-INVENTORY TO TRUE
    END-READ
    IF NOT EOF-INVENTORY
        PERFORM ADD-SHEET-ENTRY
    END-IF
END-PERFORM
CLOSE INVENTORY-FILE
IF SHEET-TABLE-OVERFLOW
    DISPLAY "COUNT SHEET TABLE FULL - RUN ABORTED"
    DISPLAY "STOCK-COUNT-FILE LEFT UNCHANGED - NO SHEETS PRINTED"
    STOP RUN
END-IF
OPEN OUTPUT STOCK-COUNT-FILE
PERFORM VARYING SHEET-IDX FROM 1 BY 1 UNTIL SHEET-IDX > SHEET-COUNT
    PERFORM WRITE-COUNT-RECORD
END-PERFORM
CLOSE STOCK-COUNT-FILE
OPEN OUTPUT COUNT-SHEET-REPORT-FILE
PERFORM VARYING PUBLISHER-IDX FROM 1 BY 1
        UNTIL PUBLISHER-IDX > PUBLISHER-COUNT
    IF TABLE-SHEET-LINES(PUBLISHER-IDX) > 0
        PERFORM WRITE-PUBLISHER-SHEET
    END-IF
END-PERFORM
IF UNKNOWN-SHEET-LINES > 0
    PERFORM WRITE-UNKNOWN-SHEET
END-IF
CLOSE COUNT-SHEET-REPORT-FILE
DISPLAY "COUNT RECORDS PREPARED: " COUNT-RECORDS-WRITTEN
STOP RUN.

LOAD-BOOK-ENTRY.
    IF BOOK-COUNT < MAX-BOOKS
        ADD 1 TO BOOK-COUNT
        SET BOOK-IDX TO BOOK-COUNT
        MOVE ISBN IN BOOK-RECORD TO TABLE-ISBN(BOOK-IDX)
        MOVE BOOK-TITLE TO TABLE-BOOK-TITLE(BOOK-IDX)
        MOVE PUBLISHER-ID IN BOOK-RECORD TO
            TABLE-BOOK-PUBLISHER-ID(BOOK-IDX)
    ELSE
        DISPLAY "BOOK TABLE FULL - SKIPPING " ISBN IN BOOK-RECORD
    END-IF.

LOAD-PUBLISHER-ENTRY.
    IF PUBLISHER-COUNT < MAX-PUBLISHERS
        ADD 1 TO PUBLISHER-COUNT
        SET PUBLISHER-IDX TO PUBLISHER-COUNT
        MOVE PUBLISHER-ID IN PUBLISHER-RECORD TO
            TABLE-PUBLISHER-ID(PUBLISHER-IDX)
        MOVE PUBLISHER-NAME TO TABLE-PUBLISHER-NAME(PUBLISHER-IDX)
        MOVE ZERO TO TABLE-SHEET-LINES(PUBLISHER-IDX)
    ELSE
        DISPLAY "PUBLISHER TABLE FULL - SKIPPING "
            PUBLISHER-ID IN PUBLISHER-RECORD
    END-IF.

ADD-SHEET-ENTRY.
    IF SHEET-COUNT < MAX-SHEET-LINES
        ADD 1 TO SHEET-COUNT
        SET SHEET-IDX TO SHEET-COUNT
        MOVE ISBN IN INVENTORY-RECORD TO SHEET-ISBN(SHEET-IDX)
        MOVE ON-HAND-QUANTITY TO SHEET-FROZEN-QUANTITY(SHEET-IDX)
        MOVE ISBN IN INVENTORY-RECORD TO SEARCH-ISBN
        PERFORM FIND-BOOK-ENTRY
        IF BOOK-FOUND
            MOVE TABLE-BOOK-TITLE(BOOK-IDX) TO SHEET-TITLE(SHEET-IDX)
            MOVE TABLE-BOOK-PUBLISHER-ID(BOOK-IDX) TO
                SHEET-PUBLISHER-ID(SHEET-IDX)
        ELSE
            MOVE SPACES TO SHEET-TITLE(SHEET-IDX)
            MOVE ZERO TO SHEET-PUBLISHER-ID(SHEET-IDX)
        END-IF
        MOVE SHEET-PUBLISHER-ID(SHEET-IDX) TO SEARCH-PUBLISHER-ID
        PERFORM FIND-PUBLISHER-ENTRY
        IF PUBLISHER-ENTRY-FOUND
            MOVE "Y" TO SHEET-PUBLISHER-KNOWN(SHEET-IDX)
            ADD 1 TO TABLE-SHEET-LINES(PUBLISHER-IDX)
        ELSE
            MOVE "N" TO SHEET-PUBLISHER-KNOWN(SHEET-IDX)
            ADD 1 TO UNKNOWN-SHEET-LINES
        END-IF
    ELSE
        SET SHEET-TABLE-OVERFLOW TO TRUE
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

FIND-PUBLISHER-ENTRY.
    MOVE "N" TO PUBLISHER-ENTRY-FOUND-SWITCH
    PERFORM VARYING PUBLISHER-IDX FROM 1 BY 1
            UNTIL PUBLISHER-IDX > PUBLISHER-COUNT
                OR PUBLISHER-ENTRY-FOUND
        IF TABLE-PUBLISHER-ID(PUBLISHER-IDX) = SEARCH-PUBLISHER-ID
            SET PUBLISHER-ENTRY-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF PUBLISHER-ENTRY-FOUND
        SET PUBLISHER-IDX DOWN BY 1
    END-IF.

WRITE-COUNT-RECORD.
    MOVE SHEET-ISBN(SHEET-IDX) TO COUNT-ISBN
    MOVE SHEET-PUBLISHER-ID(SHEET-IDX) TO COUNT-PUBLISHER-ID
    MOVE SHEET-FROZEN-QUANTITY(SHEET-IDX) TO COUNT-FROZEN-QUANTITY
    MOVE ZERO TO COUNT-QUANTITY
    SET COUNT-NOT-ENTERED TO TRUE
    MOVE TODAYS-DATE TO COUNT-SHEET-DATE
    MOVE SPACES TO COUNT-ENTERED-BY
    WRITE STOCK-COUNT-RECORD
        INVALID KEY
            DISPLAY "DUPLICATE COUNT RECORD - SKIPPING "
                SHEET-ISBN(SHEET-IDX)
        NOT INVALID KEY
            ADD 1 TO COUNT-RECORDS-WRITTEN
    END-WRITE.

WRITE-SHEET-HEADER.
    MOVE SHEET-TITLE-LINE-1 TO COUNT-SHEET-REPORT-LINE
    WRITE COUNT-SHEET-REPORT-LINE
    MOVE TODAYS-DATE TO TITLE-DATE
    MOVE SHEET-TITLE-LINE-2 TO COUNT-SHEET-REPORT-LINE
    WRITE COUNT-SHEET-REPORT-LINE.

WRITE-PUBLISHER-SHEET.
    PERFORM WRITE-SHEET-HEADER
    MOVE TABLE-PUBLISHER-ID(PUBLISHER-IDX) TO HEADING-PUBLISHER-ID
    MOVE TABLE-PUBLISHER-NAME(PUBLISHER-IDX) TO HEADING-PUBLISHER-NAME
    MOVE PUBLISHER-HEADING-LINE TO COUNT-SHEET-REPORT-LINE
    WRITE COUNT-SHEET-REPORT-LINE
    MOVE SPACES TO COUNT-SHEET-REPORT-LINE
    WRITE COUNT-SHEET-REPORT-LINE
    MOVE SHEET-COLUMN-HEADING TO COUNT-SHEET-REPORT-LINE
    WRITE COUNT-SHEET-REPORT-LINE
    PERFORM VARYING SHEET-IDX FROM 1 BY 1 UNTIL SHEET-IDX > SHEET-COUNT
        IF SHEET-PUBLISHER-KNOWN(SHEET-IDX) = "Y"
           AND SHEET-PUBLISHER-ID(SHEET-IDX) =
               TABLE-PUBLISHER-ID(PUBLISHER-IDX)
            PERFORM WRITE-SHEET-DETAIL-LINE
        END-IF
    END-PERFORM
    PERFORM WRITE-SHEET-TRAILER.

WRITE-UNKNOWN-SHEET.
    PERFORM WRITE-SHEET-HEADER
    MOVE UNKNOWN-PUBLISHER-HEADING TO COUNT-SHEET-REPORT-LINE
    WRITE COUNT-SHEET-REPORT-LINE
    MOVE SPACES TO COUNT-SHEET-REPORT-LINE
    WRITE COUNT-SHEET-REPORT-LINE
    MOVE SHEET-COLUMN-HEADING TO COUNT-SHEET-REPORT-LINE
    WRITE COUNT-SHEET-REPORT-LINE
    PERFORM VARYING SHEET-IDX FROM 1 BY 1 UNTIL SHEET-IDX > SHEET-COUNT
        IF SHEET-PUBLISHER-KNOWN(SHEET-IDX) = "N"
            PERFORM WRITE-SHEET-DETAIL-LINE
        END-IF
    END-PERFORM
    PERFORM WRITE-SHEET-TRAILER.

WRITE-SHEET-DETAIL-LINE.
    MOVE SHEET-ISBN(SHEET-IDX) TO DETAIL-ISBN
    MOVE SHEET-TITLE(SHEET-IDX) TO DETAIL-TITLE
    MOVE SHEET-DETAIL-LINE TO COUNT-SHEET-REPORT-LINE
    WRITE COUNT-SHEET-REPORT-LINE.

WRITE-SHEET-TRAILER.
    MOVE SPACES TO COUNT-SHEET-REPORT-LINE
    WRITE COUNT-SHEET-REPORT-LINE
    MOVE SHEET-SIGNATURE-LINE TO COUNT-SHEET-REPORT-LINE
    WRITE COUNT-SHEET-REPORT-LINE
    MOVE SPACES TO COUNT-SHEET-REPORT-LINE
    WRITE COUNT-SHEET-REPORT-LINE.

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
