           IDENTIFICATION DIVISION.
           PROGRAM-ID. ASSET-LISTING.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FixedAssetFile ASSIGN TO "FIXASSET"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FA-ID
                   FILE STATUS IS ASSET-FILE-STATUS.

               SELECT AssetListFile ASSIGN TO "ASSETLST"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD FixedAssetFile.
           COPY FIXASSET.

           FD AssetListFile.
           01 ASSET-LIST-LINE PIC X(90).

           WORKING-STORAGE SECTION.
           01 ASSET-FILE-STATUS PIC XX.
               88 ASSET-FILE-OK VALUE "00".
               88 ASSET-FILE-EOF VALUE "10".

           01 RUN-DATE PIC 9(8).
           01 BUSINESS-DATE-STATUS PIC X(1).

           01 ASSET-TABLE.
               02 AT-COUNT PIC 9(4) VALUE 0.
               02 AT-ENTRY OCCURS 500 TIMES.
                   03 AT-CLASS    PIC X(1).
                   03 AT-LOCATION PIC X(10).
                   03 AT-ID       PIC X(8).
                   03 AT-DESC     PIC X(30).
                   03 AT-ACQ-DATE PIC 9(8).
                   03 AT-COST     PIC 9(9)V99.
                   03 AT-ACCUM    PIC 9(9)V99.
           01 AT-INDEX PIC 9(4).
           01 SORT-I PIC 9(4).
           01 SORT-J PIC 9(4).
           01 SWAP-ENTRY PIC X(90).
           01 TABLE-OVERFLOW PIC X VALUE "N".
               88 TABLE-HAS-OVERFLOWED VALUE "Y".

           01 CURRENT-CLASS PIC X(1).
           01 CURRENT-LOCATION PIC X(10).
           01 LOCATION-COST PIC 9(11)V99.
           01 LOCATION-ACCUM PIC 9(11)V99.
           01 TOTAL-COST PIC 9(11)V99 VALUE 0.
           01 TOTAL-ACCUM PIC 9(11)V99 VALUE 0.
           01 NET-BOOK-VALUE PIC S9(11)V99.

           01 REPORT-TEXT PIC X(90).
           01 COST-ED PIC Z(10)9.99.
           01 ACCUM-ED PIC Z(10)9.99.
           01 NBV-ED PIC -(11)9.99.

           01 STEP-RECORDS PIC 9(7).

           PROCEDURE DIVISION.
           MAIN SECTION.
               DISPLAY "---- Fixed Asset Listing ----"
               MOVE 0 TO RETURN-CODE
               CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                   BUSINESS-DATE-STATUS

               OPEN INPUT FixedAssetFile
               IF ASSET-FILE-OK
                   MOVE LOW-VALUES TO FA-ID
                   START FixedAssetFile KEY IS NOT LESS THAN FA-ID
                       INVALID KEY
                           SET ASSET-FILE-EOF TO TRUE
                   END-START
                   PERFORM LOAD_ONE_ASSET
                   UNTIL ASSET-FILE-EOF
                   CLOSE FixedAssetFile
               END-IF

               PERFORM SORT_BY_LOCATION

               OPEN OUTPUT AssetListFile
               INITIALIZE REPORT-TEXT
               STRING "---- Fixed Asset Register at " RUN-DATE " ----"
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_LINE
               MOVE SPACES TO CURRENT-LOCATION
               MOVE SPACES TO CURRENT-CLASS
               PERFORM LIST_ONE_ASSET
                   VARYING AT-INDEX FROM 1 BY 1
                   UNTIL AT-INDEX > AT-COUNT
               IF AT-COUNT > 0
                   PERFORM LOCATION_TOTAL
               END-IF

               COMPUTE NET-BOOK-VALUE = TOTAL-COST - TOTAL-ACCUM
               MOVE TOTAL-COST TO COST-ED
               MOVE TOTAL-ACCUM TO ACCUM-ED
               MOVE NET-BOOK-VALUE TO NBV-ED
               MOVE SPACES TO REPORT-TEXT
               PERFORM WRITE_LINE
               INITIALIZE REPORT-TEXT
               STRING "ALL ASSETS" "                          "
                   COST-ED " " ACCUM-ED " " NBV-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_LINE
               IF TABLE-HAS-OVERFLOWED
                   MOVE "(too many assets - listing incomplete)"
                       TO REPORT-TEXT
                   PERFORM WRITE_LINE
                   MOVE 4 TO RETURN-CODE
               END-IF
               CLOSE AssetListFile

               DISPLAY "Assets listed: " AT-COUNT
               MOVE AT-COUNT TO STEP-RECORDS
               CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
               DISPLAY "---- Fixed Asset Listing Complete ----"
               GOBACK.

           LOAD_ONE_ASSET SECTION.
               READ FixedAssetFile NEXT RECORD
                   AT END
                       SET ASSET-FILE-EOF TO TRUE
                       EXIT SECTION
               END-READ
               IF NOT FA-IS-ACTIVE
                   EXIT SECTION
               END-IF
               IF AT-COUNT >= 500
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT SECTION
               END-IF
               ADD 1 TO AT-COUNT
               MOVE FA-CLASS TO AT-CLASS(AT-COUNT)
               MOVE FA-LOCATION TO AT-LOCATION(AT-COUNT)
               MOVE FA-ID TO AT-ID(AT-COUNT)
               MOVE FA-DESC TO AT-DESC(AT-COUNT)
               MOVE FA-ACQ-DATE TO AT-ACQ-DATE(AT-COUNT)
               MOVE FA-COST TO AT-COST(AT-COUNT)
               MOVE FA-ACCUM-DEPN TO AT-ACCUM(AT-COUNT).

           SORT_BY_LOCATION SECTION.
               PERFORM SORT_PASS
                   VARYING SORT-I FROM 1 BY 1
                   UNTIL SORT-I >= AT-COUNT.

           SORT_PASS SECTION.
               PERFORM SORT_COMPARE
                   VARYING SORT-J FROM 1 BY 1
                   UNTIL SORT-J > AT-COUNT - SORT-I.

           SORT_COMPARE SECTION.
               IF AT-ENTRY(SORT-J)(1:19) > AT-ENTRY(SORT-J + 1)(1:19)
                   MOVE AT-ENTRY(SORT-J) TO SWAP-ENTRY
                   MOVE AT-ENTRY(SORT-J + 1) TO AT-ENTRY(SORT-J)
                   MOVE SWAP-ENTRY TO AT-ENTRY(SORT-J + 1)
               END-IF.

           LIST_ONE_ASSET SECTION.
               IF AT-CLASS(AT-INDEX) NOT = CURRENT-CLASS
                   OR AT-LOCATION(AT-INDEX) NOT = CURRENT-LOCATION
                   IF AT-INDEX > 1
                       PERFORM LOCATION_TOTAL
                   END-IF
                   MOVE AT-CLASS(AT-INDEX) TO CURRENT-CLASS
                   MOVE AT-LOCATION(AT-INDEX) TO CURRENT-LOCATION
                   MOVE 0 TO LOCATION-COST
                   MOVE 0 TO LOCATION-ACCUM
                   MOVE SPACES TO REPORT-TEXT
                   PERFORM WRITE_LINE
                   INITIALIZE REPORT-TEXT
                   EVALUATE CURRENT-CLASS
                       WHEN "T"
                           STRING "TERMINAL " CURRENT-LOCATION
                               DELIMITED BY SIZE INTO REPORT-TEXT
                       WHEN "F"
                           STRING "STORE    " CURRENT-LOCATION
                               DELIMITED BY SIZE INTO REPORT-TEXT
                       WHEN OTHER
                           STRING "SCHOOL   " CURRENT-LOCATION
                               DELIMITED BY SIZE INTO REPORT-TEXT
                   END-EVALUATE
                   PERFORM WRITE_LINE
                   MOVE "  ASSET ID DESCRIPTION          ACQUIRED"
                       TO REPORT-TEXT
                   MOVE "        COST  DEPRECIATION  NET BOOK VALUE"
                       TO REPORT-TEXT(41:)
                   PERFORM WRITE_LINE
               END-IF

               ADD AT-COST(AT-INDEX) TO LOCATION-COST
               ADD AT-ACCUM(AT-INDEX) TO LOCATION-ACCUM
               ADD AT-COST(AT-INDEX) TO TOTAL-COST
               ADD AT-ACCUM(AT-INDEX) TO TOTAL-ACCUM
               COMPUTE NET-BOOK-VALUE =
                   AT-COST(AT-INDEX) - AT-ACCUM(AT-INDEX)
               MOVE AT-COST(AT-INDEX) TO COST-ED
               MOVE AT-ACCUM(AT-INDEX) TO ACCUM-ED
               MOVE NET-BOOK-VALUE TO NBV-ED
               INITIALIZE REPORT-TEXT
               STRING "  " AT-ID(AT-INDEX) " "
                   AT-DESC(AT-INDEX)(1:20) " "
                   AT-ACQ-DATE(AT-INDEX) " "
                   COST-ED " " ACCUM-ED " " NBV-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_LINE.

           LOCATION_TOTAL SECTION.
               COMPUTE NET-BOOK-VALUE = LOCATION-COST - LOCATION-ACCUM
               MOVE LOCATION-COST TO COST-ED
               MOVE LOCATION-ACCUM TO ACCUM-ED
               MOVE NET-BOOK-VALUE TO NBV-ED
               INITIALIZE REPORT-TEXT
               STRING "  TOTAL " CURRENT-LOCATION
                   "                    "
                   COST-ED " " ACCUM-ED " " NBV-ED
                   DELIMITED BY SIZE INTO REPORT-TEXT
               PERFORM WRITE_LINE.

           WRITE_LINE SECTION.
               MOVE REPORT-TEXT TO ASSET-LIST-LINE
               WRITE ASSET-LIST-LINE.
