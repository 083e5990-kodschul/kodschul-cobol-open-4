                  IDENTIFICATION DIVISION.
                  PROGRAM-ID. YEAR-END-ARCHIVE.

                  ENVIRONMENT DIVISION.
                  INPUT-OUTPUT SECTION.
                  FILE-CONTROL.
                      SELECT SourceFile ASSIGN TO SOURCE-FILE-NAME
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS SOURCE-FILE-STATUS.

                      SELECT ArchiveFile ASSIGN TO ARCHIVE-FILE-NAME
                          ORGANIZATION IS LINE SEQUENTIAL.

                      SELECT ArchiveCatalogFile ASSIGN TO
                          "ARCHCAT"
                          ORGANIZATION IS LINE SEQUENTIAL.

                  DATA DIVISION.
                  FILE SECTION.
                  FD SourceFile.
                  01 SourceLine PIC X(256).

                  FD ArchiveFile.
                  01 ArchiveLine PIC X(256).

                  FD ArchiveCatalogFile.
                  01 ArchiveCatalogLine.
                      02 AC-DATASET    PIC X(40).
                      02 AC-FROM-DATE  PIC 9(8).
                      02 AC-TO-DATE    PIC 9(8).
                      02 AC-RECORDS    PIC 9(7).
                      02 AC-STATUS     PIC X(1).

                  WORKING-STORAGE SECTION.
                  01 RUN-DATE PIC 9(8).
                  01 BUSINESS-DATE-STATUS PIC X(1).
                  01 CLOSING-YEAR PIC 9(4).
                  01 YEAR-START PIC 9(8).
                  01 YEAR-END PIC 9(8).

                  01 YE-YEAR PIC 9(4).
                  01 YE-OPERATOR PIC X(10).
                  01 YE-ACTIVE PIC X(1).
                      88 YE-IS-ACTIVE VALUE "Y".

                  01 SOURCE-FILE-NAME  PIC X(40).
                  01 ARCHIVE-FILE-NAME PIC X(40).
                  01 SOURCE-FILE-STATUS PIC XX.
                      88 SOURCE-FILE-OK VALUE "00".
                  01 SOURCE-EOF PIC X VALUE "N".

                  01 ARCHIVE-STEM PIC X(20).
                  01 RECORDS-COPIED PIC 9(7).
                  01 TOTAL-COPIED PIC 9(7) VALUE 0.
                  01 GENERATIONS-WRITTEN PIC 9(3) VALUE 0.
                  01 STEP-RECORDS PIC 9(7).

                  PROCEDURE DIVISION.
                  MAIN SECTION.
                      DISPLAY "---- Year-End Archive Generations ----"
                      MOVE 0 TO RETURN-CODE
                      CALL "GET-BUSINESS-DATE" USING RUN-DATE,
                          BUSINESS-DATE-STATUS
                      CALL "GET-YEAR-END-RUN" USING YE-YEAR,
                          YE-OPERATOR, YE-ACTIVE
                      IF YE-IS-ACTIVE
                          MOVE YE-YEAR TO CLOSING-YEAR
                      ELSE
                          MOVE RUN-DATE(1:4) TO CLOSING-YEAR
                          SUBTRACT 1 FROM CLOSING-YEAR
                      END-IF
                      COMPUTE YEAR-START = CLOSING-YEAR * 10000 + 101
                      COMPUTE YEAR-END = CLOSING-YEAR * 10000 + 1231
                      DISPLAY "Closing year: " CLOSING-YEAR

                      MOVE "GLJRNL"   TO SOURCE-FILE-NAME
                      MOVE "YEGLJRNL" TO ARCHIVE-STEM
                      PERFORM ARCHIVE_ONE_FILE

                      MOVE "WHTLEDG"   TO SOURCE-FILE-NAME
                      MOVE "YEWHTLEDG" TO ARCHIVE-STEM
                      PERFORM ARCHIVE_ONE_FILE

                      MOVE "TAXCERT"   TO SOURCE-FILE-NAME
                      MOVE "YETAXCERT" TO ARCHIVE-STEM
                      PERFORM ARCHIVE_ONE_FILE

                      MOVE "TAXSUBM"   TO SOURCE-FILE-NAME
                      MOVE "YETAXSUBM" TO ARCHIVE-STEM
                      PERFORM ARCHIVE_ONE_FILE

                      INITIALIZE SOURCE-FILE-NAME
                      STRING "PAYYTD." CLOSING-YEAR
                          DELIMITED BY SIZE INTO SOURCE-FILE-NAME
                      MOVE "YEPAYYTD" TO ARCHIVE-STEM
                      PERFORM ARCHIVE_ONE_FILE

                      INITIALIZE SOURCE-FILE-NAME
                      STRING "CLASSLIST." CLOSING-YEAR
                          DELIMITED BY SIZE INTO SOURCE-FILE-NAME
                      MOVE "YECLASSLST" TO ARCHIVE-STEM
                      PERFORM ARCHIVE_ONE_FILE

                      MOVE "LOYACT"   TO SOURCE-FILE-NAME
                      MOVE "YELOYACT" TO ARCHIVE-STEM
                      PERFORM ARCHIVE_ONE_FILE

                      MOVE "AUDITLOG"   TO SOURCE-FILE-NAME
                      MOVE "YEAUDITLOG" TO ARCHIVE-STEM
                      PERFORM ARCHIVE_ONE_FILE

                      MOVE "JOBLOG"   TO SOURCE-FILE-NAME
                      MOVE "YEJOBLOG" TO ARCHIVE-STEM
                      PERFORM ARCHIVE_ONE_FILE

                      DISPLAY "Generations written: "
                          GENERATIONS-WRITTEN
                      IF GENERATIONS-WRITTEN = 0
                          MOVE 4 TO RETURN-CODE
                      END-IF
                      MOVE TOTAL-COPIED TO STEP-RECORDS
                      CALL "WRITE-STEPCOUNT" USING STEP-RECORDS
                      DISPLAY "---- Year-End Archive Complete ----"
                      GOBACK.

                  ARCHIVE_ONE_FILE SECTION.
                      INITIALIZE ARCHIVE-FILE-NAME
                      STRING ARCHIVE-STEM DELIMITED BY SPACE
                          "." DELIMITED BY SIZE
                          YEAR-END DELIMITED BY SIZE
                          INTO ARCHIVE-FILE-NAME

                      MOVE "N" TO SOURCE-EOF
                      OPEN INPUT SourceFile
                      IF NOT SOURCE-FILE-OK
                          DISPLAY "No " SOURCE-FILE-NAME
                              " found - nothing to archive."
                          EXIT SECTION
                      END-IF
                      OPEN OUTPUT ArchiveFile
                      MOVE 0 TO RECORDS-COPIED
                      PERFORM COPY_ONE_LINE
                      UNTIL SOURCE-EOF = "Y"
                      CLOSE SourceFile
                      CLOSE ArchiveFile
                      PERFORM CATALOG_GENERATION
                      ADD RECORDS-COPIED TO TOTAL-COPIED
                      ADD 1 TO GENERATIONS-WRITTEN
                      DISPLAY "Archived " SOURCE-FILE-NAME
                          " to " ARCHIVE-FILE-NAME.

                  COPY_ONE_LINE SECTION.
                      READ SourceFile
                          AT END
                              MOVE "Y" TO SOURCE-EOF
                          NOT AT END
                              MOVE SourceLine TO ArchiveLine
                              WRITE ArchiveLine
                              ADD 1 TO RECORDS-COPIED
                      END-READ.

                  CATALOG_GENERATION SECTION.
                      OPEN EXTEND ArchiveCatalogFile
                      MOVE ARCHIVE-FILE-NAME TO AC-DATASET
                      MOVE YEAR-START TO AC-FROM-DATE
                      MOVE YEAR-END TO AC-TO-DATE
                      MOVE RECORDS-COPIED TO AC-RECORDS
                      MOVE "A" TO AC-STATUS
                      WRITE ArchiveCatalogLine
                      CLOSE ArchiveCatalogFile.
