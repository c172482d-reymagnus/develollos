        IDENTIFICATION DIVISION.
        PROGRAM-ID. SF5HIDX.
        AUTHOR. HR-SYSTEMS-MAINTENANCE.
        DATE-WRITTEN. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *   2026-10-15  HRS  ORIGINAL VERSION - BUILDS             *
      *                    EMPHIDX.DAT, THE KEYED COMPANION TO   *
      *                    THE EMPHIST.DAT CHANGE JOURNAL, FROM  *
      *                    SCRATCH. EVERY ENTRY ON THE CATALOGED *
      *                    HSTARCH ARCHIVES (OLDEST FIRST) AND   *
      *                    THEN THE LIVE JOURNAL IS FILED UNDER  *
      *                    EMP-ID, JOURNAL DATE AND A SEQUENCE   *
      *                    NUMBER THAT KEEPS SAME-DAY ENTRIES IN *
      *                    JOURNAL ORDER, SO SF5HINQ CAN READ    *
      *                    ONE EMPLOYEE'S HISTORY STRAIGHT OFF   *
      *                    THE KEY. SF5UPDEL, SF5DXFER AND       *
      *                    SF5MERGE ADD TO THE INDEX AS THEY     *
      *                    JOURNAL; THIS RUN IS FOR THE FIRST    *
      *                    BUILD AND FOR WHEN THE INDEX IS LOST  *
      *                    OR WAS REMOVED BY A WRITER THAT COULD *
      *                    NOT KEEP IT IN STEP. THE FLAT JOURNAL *
      *                    AND ITS ARCHIVES REMAIN THE RECORD OF *
      *                    TRUTH - NOTHING HERE WRITES THEM. RUN *
      *                    IT WHEN NO UPDATE IS RUNNING. RETURN  *
      *                    CODE: 0 = BUILT FROM EVERYTHING, 4 =  *
      *                    BUILT BUT ENTRIES WITHOUT A DATE OR   *
      *                    EMP-ID WERE LEFT OUT, 12 = NOT BUILT  *
      *                    - THE CATALOG, A CATALOGED ARCHIVE OR *
      *                    THE LIVE JOURNAL COULD NOT BE READ IN *
      *                    FULL (ANY PARTIAL INDEX IS REMOVED,   *
      *                    SO INQUIRIES FALL BACK ON THE FLAT    *
      *                    JOURNAL AND ITS ARCHIVES).            *
      *----------------------------------------------------------*

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT EMPHIST ASSIGN TO "EMPHIST.DAT"
           FILE STATUS IS ST-HISTORY
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT EMPHIDX ASSIGN TO "EMPHIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HX-KEY
           FILE STATUS IS ST-HISTIDX.

        SELECT ARCHIN ASSIGN TO WS-ARCH-FILE-NAME
           FILE STATUS IS ST-ARCHIN
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT HARCCTL ASSIGN TO "HARCCTL.DAT"
           FILE STATUS IS ST-HARCCTL
           ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD EMPHIST.
        01 HISTORY-LINE.
            03 HS-DATE                PIC 9(08).
            03 FILLER                 PIC X(01).
            03 HS-TRAN                PIC X(01).
            03 FILLER                 PIC X(01).
            03 HS-ID                  PIC X(04).
            03 FILLER                 PIC X(01).
            03 HS-BEFORE              PIC X(100).
            03 FILLER                 PIC X(01).
            03 HS-AFTER               PIC X(100).
        88 ENDOFFILE VALUE HIGH-VALUES.

      *     ONE JOURNAL LINE, WHOLE, UNDER EMP-ID + JOURNAL DATE +
      *     SEQUENCE WITHIN THE DAY.
        FD EMPHIDX.
        01 HISTIDX-REC.
            03 HX-KEY.
                05 HX-ID              PIC X(04).
                05 HX-DATE            PIC 9(08).
                05 HX-SEQ             PIC 9(04).
            03 HX-ENTRY               PIC X(217).

        FD ARCHIN.
        01 ARCH-ENTRY.
            03 AR-DATE                PIC 9(08).
            03 FILLER                 PIC X(01).
            03 AR-TRAN                PIC X(01).
            03 FILLER                 PIC X(01).
            03 AR-ID                  PIC X(04).
            03 FILLER                 PIC X(01).
            03 AR-BEFORE              PIC X(100).
            03 FILLER                 PIC X(01).
            03 AR-AFTER               PIC X(100).

        FD HARCCTL.
        01 HARCCTL-REC.
            03 AC-DATE               PIC X(08).

        WORKING-STORAGE SECTION.

        01  ST-HISTORY   PIC XX.
        01  ST-HISTIDX   PIC XX.
        01  ST-ARCHIN    PIC XX.
        01  ST-HARCCTL   PIC XX.

        01  WS-ARCH-FILE-NAME        PIC X(16).
        01  WS-HISTIDX-FILE-NAME     PIC X(16) VALUE "EMPHIDX.DAT".

        01  WS-SWITCHES.
            03 WS-HISTORY-OPEN-SW    PIC X(01) VALUE "N".
                88 HISTORY-IS-OPEN       VALUE "Y".
            03 WS-CATALOG-EOF-SW     PIC X(01) VALUE "N".
                88 CATALOG-EOF           VALUE "Y".
            03 WS-ARCH-EOF-SW        PIC X(01) VALUE "N".
                88 ARCH-EOF              VALUE "Y".
            03 WS-BUILD-FAILED-SW    PIC X(01) VALUE "N".
                88 BUILD-FAILED          VALUE "Y".
            03 WS-HX-PUT-SW          PIC X(01) VALUE "N".
                88 HX-PUT-DONE           VALUE "Y".

        01  WS-CONTROL-TOTALS.
            03 WS-ARCHIVES-READ       PIC 9(09) COMP VALUE ZERO.
            03 WS-ARCHIVES-SKIPPED    PIC 9(09) COMP VALUE ZERO.
            03 WS-ARCH-READ           PIC 9(09) COMP VALUE ZERO.
            03 WS-RECS-READ           PIC 9(09) COMP VALUE ZERO.
            03 WS-RECS-INDEXED        PIC 9(09) COMP VALUE ZERO.
            03 WS-RECS-LEFT-OUT       PIC 9(09) COMP VALUE ZERO.

      *     ONE JOURNAL ENTRY, WHICHEVER FILE IT CAME FROM.
        01  WS-JRNL-ENTRY.
            03 WJ-DATE               PIC X(08).
            03 WJ-ID                 PIC X(04).
            03 WJ-LINE               PIC X(217).

        01  WS-SAVED-RC              PIC S9(04) COMP VALUE ZERO.
        01  WS-COUNT-ED              PIC Z(8)9.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

            PERFORM 0050-PROCESS-ARCHIVES
               THRU 0050-PROCESS-ARCHIVES-EXIT.

            IF HISTORY-IS-OPEN AND NOT BUILD-FAILED
               PERFORM 2900-READ-JOURNAL-REC
                  THRU 2900-READ-JOURNAL-REC-EXIT
               PERFORM 0100-PROCESS-JOURNAL
                  THRU 0100-PROCESS-JOURNAL-EXIT
                  UNTIL ENDOFFILE
            END-IF.

            PERFORM 9000-END-PROGRAM
               THRU 9000-END-PROGRAM-EXIT.

            STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE LIVE JOURNAL AND START A FRESH *
      * INDEX.  NO JOURNAL YET IS A NEW SITE: THE INDEX IS BUILT  *
      * FROM WHATEVER ARCHIVES THERE ARE, WHICH MAY BE NONE.      *
      *----------------------------------------------------------*
        1000-INITIALIZE.
            OPEN INPUT EMPHIST.
            IF ST-HISTORY = "00"
               SET HISTORY-IS-OPEN TO TRUE
            ELSE
               IF ST-HISTORY NOT = "35"
                  DISPLAY "SF5HIDX: BAD OPEN ON EMPHIST.DAT, STATUS "
                     ST-HISTORY ", INDEX NOT BUILT"
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               END-IF
               DISPLAY "SF5HIDX: NO EMPHIST.DAT, INDEXING THE "
                  "ARCHIVES ONLY"
            END-IF.

            OPEN OUTPUT EMPHIDX.
            IF ST-HISTIDX NOT = "00"
               DISPLAY "SF5HIDX: BAD OPEN ON EMPHIDX.DAT, STATUS "
                  ST-HISTIDX ", INDEX NOT BUILT"
               IF HISTORY-IS-OPEN
                  CLOSE EMPHIST
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

        1000-INITIALIZE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 0050-PROCESS-ARCHIVES - WALK THE HARCCTL.DAT CATALOG      *
      * (OLDEST FIRST, AS SF5HARCH APPENDS IT) AND INDEX EVERY    *
      * CATALOGED HSTARCH ARCHIVE BEFORE THE LIVE JOURNAL, THE    *
      * ORDER SF5HINQ HAS ALWAYS READ THEM IN.  NO CATALOG MEANS  *
      * NO ARCHIVES.  AN INDEX MISSING AN ARCHIVE WOULD ANSWER    *
      * INQUIRIES SHORT JUST AS ONE MISSING PART OF THE LIVE      *
      * JOURNAL WOULD, SO A CATALOG OR ARCHIVE THAT CANNOT BE     *
      * READ IN FULL FAILS THE BUILD.                             *
      *----------------------------------------------------------*
        0050-PROCESS-ARCHIVES.
            MOVE "N" TO WS-CATALOG-EOF-SW.
            OPEN INPUT HARCCTL.
            IF ST-HARCCTL = "35"
               GO TO 0050-PROCESS-ARCHIVES-EXIT
            END-IF.
            IF ST-HARCCTL NOT = "00"
               DISPLAY "SF5HIDX: BAD OPEN ON HARCCTL.DAT, STATUS "
                  ST-HARCCTL
               SET BUILD-FAILED TO TRUE
               GO TO 0050-PROCESS-ARCHIVES-EXIT
            END-IF.
            PERFORM 0060-PROCESS-ONE-ARCHIVE
               THRU 0060-PROCESS-ONE-ARCHIVE-EXIT
               UNTIL CATALOG-EOF.
            CLOSE HARCCTL.

        0050-PROCESS-ARCHIVES-EXIT.
            EXIT.

        0060-PROCESS-ONE-ARCHIVE.
            READ HARCCTL
               AT END
                  SET CATALOG-EOF TO TRUE
                  GO TO 0060-PROCESS-ONE-ARCHIVE-EXIT
            END-READ.
            IF ST-HARCCTL NOT = "00"
               DISPLAY "SF5HIDX: BAD READ ON HARCCTL.DAT, STATUS "
                  ST-HARCCTL
               SET BUILD-FAILED TO TRUE
               SET CATALOG-EOF TO TRUE
               GO TO 0060-PROCESS-ONE-ARCHIVE-EXIT
            END-IF.

            MOVE SPACE TO WS-ARCH-FILE-NAME.
            STRING "HSTARCH." DELIMITED BY SIZE
               AC-DATE DELIMITED BY SIZE
               INTO WS-ARCH-FILE-NAME
            END-STRING.

            MOVE "N" TO WS-ARCH-EOF-SW.
            OPEN INPUT ARCHIN.
            IF ST-ARCHIN NOT = "00"
               DISPLAY "SF5HIDX: CATALOGED ARCHIVE "
                  WS-ARCH-FILE-NAME " NOT READABLE, STATUS "
                  ST-ARCHIN
               ADD 1 TO WS-ARCHIVES-SKIPPED
               SET BUILD-FAILED TO TRUE
               SET CATALOG-EOF TO TRUE
               GO TO 0060-PROCESS-ONE-ARCHIVE-EXIT
            END-IF.
            ADD 1 TO WS-ARCHIVES-READ.
            PERFORM 0070-READ-ONE-ARCH-REC
               THRU 0070-READ-ONE-ARCH-REC-EXIT
               UNTIL ARCH-EOF.
            CLOSE ARCHIN.
            IF BUILD-FAILED
               SET CATALOG-EOF TO TRUE
            END-IF.

        0060-PROCESS-ONE-ARCHIVE-EXIT.
            EXIT.

        0070-READ-ONE-ARCH-REC.
            READ ARCHIN
               AT END
                  SET ARCH-EOF TO TRUE
                  GO TO 0070-READ-ONE-ARCH-REC-EXIT
            END-READ.
            IF ST-ARCHIN NOT = "00"
               DISPLAY "SF5HIDX: BAD READ ON " WS-ARCH-FILE-NAME
                  ", STATUS " ST-ARCHIN
               ADD 1 TO WS-ARCHIVES-SKIPPED
               SET BUILD-FAILED TO TRUE
               SET ARCH-EOF TO TRUE
               GO TO 0070-READ-ONE-ARCH-REC-EXIT
            END-IF.
            ADD 1 TO WS-ARCH-READ.
            MOVE ARCH-ENTRY(1:8) TO WJ-DATE.
            MOVE AR-ID TO WJ-ID.
            MOVE ARCH-ENTRY TO WJ-LINE.
            PERFORM 2000-INDEX-ONE-ENTRY
               THRU 2000-INDEX-ONE-ENTRY-EXIT.
            IF BUILD-FAILED
               SET ARCH-EOF TO TRUE
            END-IF.

        0070-READ-ONE-ARCH-REC-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 0100-PROCESS-JOURNAL - ONE LIVE JOURNAL ENTRY INTO THE    *
      * INDEX.                                                    *
      *----------------------------------------------------------*
        0100-PROCESS-JOURNAL.
            MOVE HISTORY-LINE(1:8) TO WJ-DATE.
            MOVE HS-ID TO WJ-ID.
            MOVE HISTORY-LINE TO WJ-LINE.
            PERFORM 2000-INDEX-ONE-ENTRY
               THRU 2000-INDEX-ONE-ENTRY-EXIT.
            IF BUILD-FAILED
               SET ENDOFFILE TO TRUE
               GO TO 0100-PROCESS-JOURNAL-EXIT
            END-IF.

            PERFORM 2900-READ-JOURNAL-REC
               THRU 2900-READ-JOURNAL-REC-EXIT.

        0100-PROCESS-JOURNAL-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2000-INDEX-ONE-ENTRY - FILE ONE ENTRY UNDER ITS EMP-ID    *
      * AND DATE AT THE FIRST FREE SEQUENCE NUMBER, THE WAY THE   *
      * WRITERS DO.  AN ENTRY WITH NO DATE OR NO EMP-ID CANNOT    *
      * BE KEYED AND IS LEFT OUT (IT STAYS ON THE FLAT FILE).     *
      *----------------------------------------------------------*
        2000-INDEX-ONE-ENTRY.
            IF WJ-DATE IS NOT NUMERIC OR WJ-ID = SPACE
               DISPLAY "SF5HIDX: ENTRY WITHOUT A DATE OR EMP-ID "
                  "LEFT OUT: " WJ-LINE(1:40)
               ADD 1 TO WS-RECS-LEFT-OUT
               GO TO 2000-INDEX-ONE-ENTRY-EXIT
            END-IF.

            MOVE WJ-ID TO HX-ID.
            MOVE WJ-DATE TO HX-DATE.
            MOVE 1 TO HX-SEQ.
            MOVE WJ-LINE TO HX-ENTRY.
            MOVE "N" TO WS-HX-PUT-SW.
            PERFORM 2010-PUT-INDEX-ENTRY
               THRU 2010-PUT-INDEX-ENTRY-EXIT
               UNTIL HX-PUT-DONE.

        2000-INDEX-ONE-ENTRY-EXIT.
            EXIT.

        2010-PUT-INDEX-ENTRY.
            WRITE HISTIDX-REC.
            IF ST-HISTIDX = "22" AND HX-SEQ < 9999
               ADD 1 TO HX-SEQ
               GO TO 2010-PUT-INDEX-ENTRY-EXIT
            END-IF.
            SET HX-PUT-DONE TO TRUE.
            IF ST-HISTIDX NOT = "00"
               DISPLAY "SF5HIDX: BAD WRITE ON EMPHIDX.DAT, STATUS "
                  ST-HISTIDX ", EMP-ID " HX-ID " DATE " HX-DATE
               SET BUILD-FAILED TO TRUE
               GO TO 2010-PUT-INDEX-ENTRY-EXIT
            END-IF.
            ADD 1 TO WS-RECS-INDEXED.

        2010-PUT-INDEX-ENTRY-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2900-READ-JOURNAL-REC - READ THE NEXT JOURNAL RECORD AND  *
      * CHECK ITS FILE STATUS.  AN INDEX BUILT FROM PART OF THE   *
      * LIVE JOURNAL WOULD ANSWER INQUIRIES SHORT, SO A BAD READ  *
      * FAILS THE BUILD.                                          *
      *----------------------------------------------------------*
        2900-READ-JOURNAL-REC.
            READ EMPHIST
               AT END SET ENDOFFILE TO TRUE
            END-READ.
            IF NOT ENDOFFILE
               IF ST-HISTORY NOT = "00"
                  DISPLAY "SF5HIDX: BAD READ ON EMPHIST.DAT, STATUS "
                     ST-HISTORY
                  SET BUILD-FAILED TO TRUE
                  SET ENDOFFILE TO TRUE
               ELSE
                  ADD 1 TO WS-RECS-READ
               END-IF
            END-IF.

        2900-READ-JOURNAL-REC-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 9000-END-PROGRAM - CLOSE UP, DISPLAY THE COUNTS AND SET   *
      * THE RETURN CODE.  A FAILED BUILD REMOVES ITS PARTIAL      *
      * INDEX SO NOTHING READS IT.                                *
      *----------------------------------------------------------*
        9000-END-PROGRAM.
            IF HISTORY-IS-OPEN
               CLOSE EMPHIST
            END-IF.
            CLOSE EMPHIDX.

            MOVE WS-ARCHIVES-READ TO WS-COUNT-ED.
            DISPLAY "SF5HIDX: ARCHIVES READ...........: " WS-COUNT-ED.
            MOVE WS-ARCHIVES-SKIPPED TO WS-COUNT-ED.
            DISPLAY "SF5HIDX: ARCHIVES NOT READ.......: " WS-COUNT-ED.
            MOVE WS-ARCH-READ TO WS-COUNT-ED.
            DISPLAY "SF5HIDX: ARCHIVE RECORDS READ....: " WS-COUNT-ED.
            MOVE WS-RECS-READ TO WS-COUNT-ED.
            DISPLAY "SF5HIDX: JOURNAL RECORDS READ....: " WS-COUNT-ED.
            MOVE WS-RECS-INDEXED TO WS-COUNT-ED.
            DISPLAY "SF5HIDX: ENTRIES INDEXED.........: " WS-COUNT-ED.
            MOVE WS-RECS-LEFT-OUT TO WS-COUNT-ED.
            DISPLAY "SF5HIDX: ENTRIES LEFT OUT........: " WS-COUNT-ED.

            IF BUILD-FAILED
               MOVE 12 TO WS-SAVED-RC
               CALL "CBL_DELETE_FILE" USING WS-HISTIDX-FILE-NAME
               IF RETURN-CODE NOT = ZERO
                  DISPLAY "SF5HIDX: COULD NOT REMOVE THE PARTIAL "
                     "EMPHIDX.DAT, REMOVE IT BY HAND"
               END-IF
               DISPLAY "SF5HIDX: INDEX NOT BUILT"
               MOVE WS-SAVED-RC TO RETURN-CODE
               GO TO 9000-END-PROGRAM-EXIT
            END-IF.

            IF WS-RECS-LEFT-OUT > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF.

        9000-END-PROGRAM-EXIT.
            EXIT.

        END PROGRAM SF5HIDX.
