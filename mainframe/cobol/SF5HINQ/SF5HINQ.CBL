      *                    ON THE LIVE JOURNAL - ITS BACKUP-     *
      *                    GENERATION BASE ALREADY COVERS DATES  *
      *                    INSIDE THE RETENTION WINDOW.          *
      *   2026-10-15  HRS  SF5MERGE JOURNALS BOTH SIDES OF AN    *
      *                    EMP-ID MERGE UNDER TRAN CODE "M" AND  *
      *                    NAMES THE OTHER ID PAST THE MASTER    *
      *                    IMAGE.  THE LISTING NOW PRINTS A NOTE *
      *                    UNDER EVERY MERGE ENTRY SAYING WHICH  *
      *                    ID THE RECORD WENT INTO OR CAME FROM, *
      *                    AND THE AS-OF SOURCE LINE NAMES IT    *
      *                    WHEN A MERGE IS THE ENTRY IN FORCE.   *
      *   2026-10-15  HRS  THE LISTING AND AS-OF MODES NOW READ  *
      *                    THE ONE EMP-ID'S ENTRIES BY KEY FROM  *
      *                    EMPHIDX.DAT, THE KEYED COMPANION TO   *
      *                    THE JOURNAL THAT SF5UPDEL, SF5DXFER   *
      *                    AND SF5MERGE KEEP IN STEP AND SF5HIDX *
      *                    REBUILDS, SO AN INQUIRY NO LONGER     *
      *                    READS EVERY ARCHIVE AND THE WHOLE     *
      *                    JOURNAL. WITH NO INDEX THE OLD FULL   *
      *                    READ STILL ANSWERS. THE POPULATION    *
      *                    REBUILD STAYS ON THE JOURNAL.         *
      *----------------------------------------------------------*

        ENVIRONMENT DIVISION.
           FILE STATUS IS ST-HISTORY
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT EMPHIDX ASSIGN TO "EMPHIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HX-KEY
           FILE STATUS IS ST-HISTIDX.

        SELECT HISTRPT ASSIGN TO "HISTRPT.DAT"
           FILE STATUS IS ST-HISTRPT
           ORGANIZATION IS LINE SEQUENTIAL.
            03 HS-AFTER               PIC X(100).
        88 ENDOFFILE VALUE HIGH-VALUES.

      *     THE KEYED COMPANION TO EMPHIST.DAT - EACH JOURNAL LINE,
      *     WHOLE, UNDER EMP-ID + JOURNAL DATE + SEQUENCE WITHIN THE
      *     DAY, SO ONE EMPLOYEE'S ENTRIES COME BACK IN APPLY ORDER.
        FD EMPHIDX.
        01 HISTIDX-REC.
            03 HX-KEY.
                05 HX-ID              PIC X(04).
                05 HX-DATE            PIC 9(08).
                05 HX-SEQ             PIC 9(04).
            03 HX-ENTRY.
                05 FILLER             PIC X(09).
                05 HX-TRAN            PIC X(01).
                05 FILLER             PIC X(06).
                05 HX-BEFORE          PIC X(100).
                05 FILLER             PIC X(01).
                05 HX-AFTER           PIC X(100).

        FD HISTRPT.
        01 REPORT-LINE               PIC X(120).

        WORKING-STORAGE SECTION.

        01  ST-HISTORY   PIC XX.
        01  ST-HISTIDX   PIC XX.
        01  ST-HISTRPT   PIC XX.
        01  ST-BACKUP    PIC XX.
        01  ST-BKUPCTL   PIC XX.
                88 ARCH-EOF              VALUE "Y".
            03 WS-SNAP-FAILED-SW     PIC X(01) VALUE "N".
                88 SNAPSHOT-FAILED       VALUE "Y".
            03 WS-INDEX-OPEN-SW      PIC X(01) VALUE "N".
                88 INDEX-IS-OPEN         VALUE "Y".
            03 WS-INDEX-EOF-SW       PIC X(01) VALUE "N".
                88 INDEX-EOF             VALUE "Y".

        01  WS-CONTROL-TOTALS.
            03 WS-RECS-READ           PIC 9(09) COMP VALUE ZERO.
            03 WS-RECS-SELECTED       PIC 9(09) COMP VALUE ZERO.
            03 WS-ARCH-READ           PIC 9(09) COMP VALUE ZERO.
            03 WS-INDEX-READ          PIC 9(09) COMP VALUE ZERO.
            03 WS-BKUP-LOADED         PIC 9(09) COMP VALUE ZERO.
            03 WS-JRNL-REPLAYED       PIC 9(09) COMP VALUE ZERO.
            03 WS-SNAP-WRITTEN        PIC 9(09) COMP VALUE ZERO.
            03 WJ-TRAN               PIC X(01).
            03 WJ-ID                 PIC X(04).
            03 WJ-BEFORE             PIC X(100).
            03 WJ-AFTER.
                05 WJ-AFTER-IMAGE     PIC X(89).
                05 WJ-AFTER-TAG-DIR   PIC X(04).
                05 FILLER             PIC X(01).
                05 WJ-AFTER-TAG-ID    PIC X(04).
                05 FILLER             PIC X(02).

      *     THE RECORD AS IT STOOD AT THE AS-OF DATE, IN THE
      *     MASTER LAYOUT, DECODED FOR THE REPORT.

        01  WS-ASOF-ENTRY-DATE       PIC 9(08).
        01  WS-ASOF-ENTRY-TRAN       PIC X(01).
        01  WS-ASOF-ENTRY-TAG-DIR    PIC X(04).
        01  WS-ASOF-ENTRY-TAG-ID     PIC X(04).

        01  WS-SAVED-RC              PIC S9(04) COMP VALUE ZERO.

                  PERFORM 4000-BUILD-POPULATION
                     THRU 4000-BUILD-POPULATION-EXIT
               WHEN OTHER
                  IF INDEX-IS-OPEN
                     PERFORM 0200-PROCESS-INDEX
                        THRU 0200-PROCESS-INDEX-EXIT
                        UNTIL INDEX-EOF
                  ELSE
                     PERFORM 0050-PROCESS-ARCHIVES
                        THRU 0050-PROCESS-ARCHIVES-EXIT
                     PERFORM 0100-PROCESS-JOURNAL
                        THRU 0100-PROCESS-JOURNAL-EXIT
                        UNTIL ENDOFFILE
                  END-IF
                  IF ASOF-MODE
                     PERFORM 3000-PRINT-ASOF-RECORD
                        THRU 3000-PRINT-ASOF-RECORD-EXIT

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *     A SINGLE EMP-ID IS READ BY KEY FROM EMPHIDX.DAT, WHICH
      *     HOLDS THE ARCHIVED ENTRIES AS WELL AS THE LIVE ONES.  THE
      *     WRITERS REMOVE THE INDEX WHEN IT FALLS OUT OF STEP, SO A
      *     MISSING ONE MEANS THE LONG WAY ROUND - EVERY ARCHIVE AND
      *     THE WHOLE JOURNAL - UNTIL SF5HIDX REBUILDS IT.  THE
      *     POPULATION REBUILD WANTS EVERY ID AND STAYS ON THE
      *     JOURNAL.
            IF NOT POPULATION-MODE
               OPEN INPUT EMPHIDX
               IF ST-HISTIDX = "00"
                  SET INDEX-IS-OPEN TO TRUE
               ELSE
                  DISPLAY "SF5HINQ: EMPHIDX.DAT NOT OPENED, STATUS "
                     ST-HISTIDX ", READING THE FULL JOURNAL - RUN "
                     "SF5HIDX TO REBUILD IT"
               END-IF
            END-IF.

            IF NOT INDEX-IS-OPEN
               OPEN INPUT EMPHIST
               IF ST-HISTORY NOT = "00"
                  DISPLAY "SF5HINQ: BAD OPEN ON EMPHIST.DAT, STATUS "
                     ST-HISTORY
                  PERFORM 9000-END-PROGRAM
                     THRU 9000-END-PROGRAM-EXIT
                  STOP RUN
               END-IF
               SET HISTORY-IS-OPEN TO TRUE
            END-IF.

      *     THE POPULATION REBUILD WRITES A DATA FILE, NOT A
      *     REPORT - HISTRPT.DAT IS ONLY OPENED FOR THE SINGLE-ID
                  WRITE REPORT-LINE
            END-EVALUATE.

            IF INDEX-IS-OPEN
               MOVE WS-INQUIRY-ID TO HX-ID
               MOVE ZERO TO HX-DATE
               MOVE ZERO TO HX-SEQ
               START EMPHIDX KEY IS NOT LESS THAN HX-KEY
                  INVALID KEY SET INDEX-EOF TO TRUE
               END-START
               PERFORM 2950-READ-INDEX-REC
                  THRU 2950-READ-INDEX-REC-EXIT
            ELSE
               PERFORM 2900-READ-JOURNAL-REC
                  THRU 2900-READ-JOURNAL-REC-EXIT
            END-IF.

        1000-INITIALIZE-EXIT.
            EXIT.
        0100-PROCESS-JOURNAL-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 0200-PROCESS-INDEX - ONE OF THE EMP-ID'S ENTRIES, READ BY *
      * KEY FROM EMPHIDX.DAT, THROUGH THE COMMON SELECTION LOGIC. *
      *----------------------------------------------------------*
        0200-PROCESS-INDEX.
            MOVE HX-DATE TO WJ-DATE.
            MOVE HX-TRAN TO WJ-TRAN.
            MOVE HX-ID TO WJ-ID.
            MOVE HX-BEFORE TO WJ-BEFORE.
            MOVE HX-AFTER TO WJ-AFTER.
            PERFORM 0150-SELECT-ONE-ENTRY
               THRU 0150-SELECT-ONE-ENTRY-EXIT.

            PERFORM 2950-READ-INDEX-REC
               THRU 2950-READ-INDEX-REC-EXIT.

        0200-PROCESS-INDEX-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 0150-SELECT-ONE-ENTRY - LISTING MODE PRINTS THE BEFORE    *
      * AND AFTER IMAGES FOR EVERY ENTRY THAT BELONGS TO THE      *
                  MOVE WJ-AFTER(1:89) TO WS-ASOF-IMAGE
                  MOVE WJ-DATE TO WS-ASOF-ENTRY-DATE
                  MOVE WJ-TRAN TO WS-ASOF-ENTRY-TRAN
                  MOVE WJ-AFTER-TAG-DIR TO WS-ASOF-ENTRY-TAG-DIR
                  MOVE WJ-AFTER-TAG-ID TO WS-ASOF-ENTRY-TAG-ID
                  SET ASOF-FOUND TO TRUE
               END-IF
               GO TO 0150-SELECT-ONE-ENTRY-EXIT
            MOVE WJ-AFTER TO WS-ENT-IMAGE.
            WRITE REPORT-LINE FROM WS-ENTRY-LINE.

      *     A MERGE ENTRY SAYS WHERE THE RECORD WENT OR WHAT WAS
      *     FOLDED INTO IT, SO THE READER NEED NOT DIG THE ID OUT
      *     OF THE IMAGE.
            IF WJ-TRAN = "M"
               MOVE "NOTE  : " TO WS-ENT-LABEL
               MOVE SPACE TO WS-ENT-IMAGE
               IF WJ-AFTER-TAG-DIR = "INTO"
                  STRING "EMP-ID MERGE - THIS RECORD FOLDED INTO "
                     DELIMITED BY SIZE
                     WJ-AFTER-TAG-ID DELIMITED BY SIZE
                     " AND TERMINATED" DELIMITED BY SIZE
                     INTO WS-ENT-IMAGE
                  END-STRING
               ELSE
                  STRING "EMP-ID MERGE - RECORD " DELIMITED BY SIZE
                     WJ-AFTER-TAG-ID DELIMITED BY SIZE
                     " FOLDED INTO THIS ONE" DELIMITED BY SIZE
                     INTO WS-ENT-IMAGE
                  END-STRING
               END-IF
               WRITE REPORT-LINE FROM WS-ENTRY-LINE
            END-IF.

            MOVE SPACE TO REPORT-LINE.
            WRITE REPORT-LINE.

                  WS-ASOF-ENTRY-TRAN DELIMITED BY SIZE
                  INTO WS-SRC-TEXT
               END-STRING
               IF WS-ASOF-ENTRY-TRAN = "M"
                  MOVE " - MERGED" TO WS-SRC-TEXT(36:9)
                  MOVE WS-ASOF-ENTRY-TAG-DIR TO WS-SRC-TEXT(46:4)
                  MOVE WS-ASOF-ENTRY-TAG-ID TO WS-SRC-TEXT(51:4)
               END-IF
            END-IF.
            WRITE REPORT-LINE FROM WS-SOURCE-LINE.
            MOVE SPACE TO REPORT-LINE.
        2900-READ-JOURNAL-REC-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2950-READ-INDEX-REC - READ THE NEXT EMPHIDX.DAT ENTRY IN  *
      * KEY ORDER.  THE EMP-ID'S RUN OF ENTRIES ENDS AT THE FIRST *
      * KEY FOR ANOTHER ID - OR, FOR AN AS-OF INQUIRY, AT THE     *
      * FIRST ENTRY DATED PAST THE AS-OF DATE, SINCE NOTHING      *
      * LATER CAN CHANGE THE RECORD AS IT STOOD.                  *
      *----------------------------------------------------------*
        2950-READ-INDEX-REC.
            IF INDEX-EOF
               GO TO 2950-READ-INDEX-REC-EXIT
            END-IF.
            READ EMPHIDX NEXT RECORD
               AT END
                  SET INDEX-EOF TO TRUE
                  GO TO 2950-READ-INDEX-REC-EXIT
            END-READ.
            IF ST-HISTIDX NOT = "00"
               DISPLAY "SF5HINQ: BAD READ ON EMPHIDX.DAT, STATUS "
                  ST-HISTIDX
               SET INDEX-EOF TO TRUE
               GO TO 2950-READ-INDEX-REC-EXIT
            END-IF.
            IF HX-ID NOT = WS-INQUIRY-ID
               SET INDEX-EOF TO TRUE
               GO TO 2950-READ-INDEX-REC-EXIT
            END-IF.
            IF ASOF-MODE AND HX-DATE > WS-ASOF-DATE-N
               SET INDEX-EOF TO TRUE
               GO TO 2950-READ-INDEX-REC-EXIT
            END-IF.
            ADD 1 TO WS-INDEX-READ.

        2950-READ-INDEX-REC-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 9000-END-PROGRAM - NOTE AN EMPTY RESULT ON THE REPORT SO  *
      * "NO HISTORY" IS A POSITIVE STATEMENT, NOT A BLANK PAGE,   *
            IF HISTORY-IS-OPEN
               CLOSE EMPHIST
            END-IF.
            IF INDEX-IS-OPEN
               CLOSE EMPHIDX
            END-IF.
            IF REPORT-IS-OPEN
               CLOSE HISTRPT
            END-IF.
            DISPLAY "SF5HINQ: JOURNAL RECORDS READ....: " WS-COUNT-ED.
            MOVE WS-ARCH-READ TO WS-COUNT-ED.
            DISPLAY "SF5HINQ: ARCHIVE RECORDS READ....: " WS-COUNT-ED.
            MOVE WS-INDEX-READ TO WS-COUNT-ED.
            DISPLAY "SF5HINQ: INDEXED ENTRIES READ....: " WS-COUNT-ED.
            MOVE WS-RECS-SELECTED TO WS-COUNT-ED.
            DISPLAY "SF5HINQ: ENTRIES SELECTED........: " WS-COUNT-ED.

