           IDENTIFICATION DIVISION.
           PROGRAM-ID. WRITE-RNG-LOG.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RngLogFile ASSIGN TO "RNGLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RNG-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD RngLogFile.
           COPY RNGLOG.

           WORKING-STORAGE SECTION.
           01 RNG-FILE-STATUS PIC XX.
               88 RNG-FILE-OK VALUE "00".

           LINKAGE SECTION.
           01 WRL-GAME   PIC X(6).
           01 WRL-PLAYER PIC X(10).
           01 WRL-RANGE  PIC 9(3).
           01 WRL-VALUE  PIC 9(3).

           PROCEDURE DIVISION USING WRL-GAME, WRL-PLAYER,
               WRL-RANGE, WRL-VALUE.
           MAIN SECTION.
               OPEN EXTEND RngLogFile
               IF NOT RNG-FILE-OK
                   OPEN OUTPUT RngLogFile
               END-IF

               ACCEPT RL-DATE FROM DATE YYYYMMDD
               ACCEPT RL-TIME FROM TIME
               MOVE WRL-GAME   TO RL-GAME
               MOVE WRL-PLAYER TO RL-PLAYER
               MOVE WRL-RANGE  TO RL-RANGE
               MOVE WRL-VALUE  TO RL-VALUE
               WRITE RNG-LOG-RECORD

               CLOSE RngLogFile
               GOBACK.
