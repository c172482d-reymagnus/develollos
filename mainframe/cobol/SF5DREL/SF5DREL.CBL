        IDENTIFICATION DIVISION.
        PROGRAM-ID. SF5DREL.
        AUTHOR. HR-SYSTEMS-MAINTENANCE.
        DATE-WRITTEN. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *   2026-10-15  HRS  ORIGINAL VERSION - NIGHTLY RELEASE OF *
      *                    THE TRANSACTIONS THE HR DESK STAGED   *
      *                    THROUGH SF5DESK.  EVERY ENTRY ON      *
      *                    DESKSTG.DAT HAS ITS 66-BYTE IMAGE     *
      *                    APPENDED TO THE NIGHT'S INITDATA.DAT  *
      *                    (SO SF5EDIT EDITS IT AND SF5UPDEL     *
      *                    APPLIES IT WITH THE REST OF THE       *
      *                    FEED) AND IS LISTED ON THE CUMULATIVE *
      *                    DESKLOG.DAT WITH THE CLERK ID AND     *
      *                    ENTRY TIME, SO HR CAN SEE WHO KEYED   *
      *                    WHAT.  THE STAGING FILE IS EMPTIED    *
      *                    ONLY ONCE EVERY ENTRY IS ACROSS.      *
      *                    SF5NITE RUNS THIS STEP AHEAD OF       *
      *                    SF5EDIT.  RETURN CODE: 0 = RELEASED   *
      *                    (OR NOTHING STAGED), 12 = COULD NOT   *
      *                    RUN - STAGING KEPT, SO THE NIGHT      *
      *                    HOLDS BEFORE THE EDIT.                *
      *----------------------------------------------------------*
      *
      *     BEFORE THE FIRST ENTRY GOES ACROSS, DESKREL.DAT RECORDS
      *     HOW MANY RECORDS INITDATA.DAT ALREADY HELD.  IF THE
      *     RELEASE FAILS PART WAY, THE RERUN FINDS THAT COUNT,
      *     PROVES THAT THE RECORDS AFTER IT ARE THE FIRST ENTRIES
      *     ON DESKSTG.DAT (THE DESK ONLY EVER ADDS TO THE END OF
      *     IT) AND RELEASES ONLY THE REST - SO SF5NITE CAN SIMPLY
      *     RUN THE STEP AGAIN.  IF THEY ARE NOT, NOTHING IS
      *     RELEASED AND THE RUN ENDS RC 12 FOR OPS TO PUT
      *     INITDATA.DAT RIGHT.  DESKREL.DAT IS CLEARED ONCE THE
      *     STAGING FILE IS EMPTIED.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT DESKSTG ASSIGN TO "DESKSTG.DAT"
           FILE STATUS IS ST-DESKSTG
        ORGANIZATION IS SEQUENTIAL.

        SELECT DATAS ASSIGN TO "INITDATA.DAT"
           FILE STATUS IS ST-FILE
        ORGANIZATION IS SEQUENTIAL.

        SELECT DESKLOG ASSIGN TO "DESKLOG.DAT"
           FILE STATUS IS ST-DESKLOG
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT DESKREL ASSIGN TO "DESKREL.DAT"
           FILE STATUS IS ST-DESKREL
           ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD DESKSTG.
        01 DESK-STAGE-REC.
            03 DK-TRAN-IMAGE.
                05 DK-TRAN-CODE       PIC X(01).
                05 DK-EMP-ID          PIC X(04).
                05 FILLER             PIC X(61).
            03 DK-CLERK-ID           PIC X(08).
            03 DK-ENTRY-DATE         PIC X(08).
            03 DK-ENTRY-TIME         PIC X(06).

        FD DATAS.
        01 EMPLOYEES                 PIC X(66).

        FD DESKLOG.
        01 DESKLOG-LINE              PIC X(110).

        FD DESKREL.
        01 DESKREL-REC.
            03 DR-INIT-BASE-X        PIC X(09).
            03 DR-INIT-BASE REDEFINES DR-INIT-BASE-X
                                     PIC 9(09).

        WORKING-STORAGE SECTION.

        01  ST-DESKSTG   PIC XX.
        01  ST-FILE      PIC XX.
        01  ST-DESKLOG   PIC XX.
        01  ST-DESKREL   PIC XX.

        01  WS-RUN-DATE              PIC 9(08).

        01  WS-SWITCHES.
            03 WS-STAGE-EOF-SW       PIC X(01) VALUE "N".
                88 STAGE-EOF             VALUE "Y".
            03 WS-RELEASE-FAILED-SW  PIC X(01) VALUE "N".
                88 RELEASE-FAILED        VALUE "Y".
            03 WS-INIT-EOF-SW        PIC X(01) VALUE "N".
                88 INIT-EOF              VALUE "Y".

        01  WS-CONTROL-TOTALS.
            03 WS-RECS-READ           PIC 9(09) COMP VALUE ZERO.
            03 WS-RECS-RELEASED       PIC 9(09) COMP VALUE ZERO.
            03 WS-INIT-RECS           PIC 9(09) COMP VALUE ZERO.
            03 WS-RECS-ACROSS         PIC 9(09) COMP VALUE ZERO.
            03 WS-RECS-MATCHED        PIC 9(09) COMP VALUE ZERO.

      *     WHAT INITDATA.DAT HELD BEFORE THIS RELEASE BEGAN.
        01  WS-INIT-BASE             PIC 9(09) VALUE ZERO.

        01  WS-LOG-LINE.
            03 WS-LOG-RELEASE-DATE   PIC 9(08).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-LOG-ENTRY-DATE     PIC X(08).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-LOG-ENTRY-TIME     PIC X(06).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-LOG-CLERK-ID       PIC X(08).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-LOG-TRAN-IMAGE     PIC X(66).

        01  WS-COUNT-ED              PIC Z(8)9.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

            PERFORM 0100-RELEASE-ENTRY
               THRU 0100-RELEASE-ENTRY-EXIT
               UNTIL STAGE-EOF.

            PERFORM 9000-END-PROGRAM
               THRU 9000-END-PROGRAM-EXIT.

            STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE STAGING FILE, THE NIGHT'S      *
      * TRANSACTION FILE (EXTEND - THE HR FEED IS ALREADY IN IT)  *
      * AND THE DESK LOG.  NO STAGING FILE MEANS THE DESK KEYED   *
      * NOTHING TODAY, WHICH IS A CLEAN RUN.  A NIGHT WITH NO     *
      * HR FEED GETS AN INITDATA.DAT OF DESK ENTRIES ALONE.       *
      * SF5UPDEL EMPTIES IT AGAIN ONCE THE NIGHT HAS APPLIED IT.  *
      *----------------------------------------------------------*
        1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

            OPEN INPUT DESKSTG.
            IF ST-DESKSTG = "35"
               DISPLAY "SF5DREL: NO DESKSTG.DAT, NOTHING STAGED TO "
                  "RELEASE"
               STOP RUN
            END-IF.
            IF ST-DESKSTG NOT = "00"
               DISPLAY "SF5DREL: BAD OPEN ON DESKSTG.DAT, STATUS "
                  ST-DESKSTG
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            PERFORM 1100-FIND-START-POINT
               THRU 1100-FIND-START-POINT-EXIT.

            PERFORM 2900-READ-STAGE-REC
               THRU 2900-READ-STAGE-REC-EXIT.
            IF WS-RECS-ACROSS > ZERO
               PERFORM 1200-CHECK-ACROSS
                  THRU 1200-CHECK-ACROSS-EXIT
            END-IF.

            OPEN EXTEND DATAS.
            IF ST-FILE = "35"
               OPEN OUTPUT DATAS
            END-IF.
            IF ST-FILE NOT = "00"
               DISPLAY "SF5DREL: BAD OPEN ON INITDATA.DAT, STATUS "
                  ST-FILE
               CLOSE DESKSTG
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN EXTEND DESKLOG.
            IF ST-DESKLOG = "35"
               OPEN OUTPUT DESKLOG
            END-IF.
            IF ST-DESKLOG NOT = "00"
               DISPLAY "SF5DREL: BAD OPEN ON DESKLOG.DAT, STATUS "
                  ST-DESKLOG
               CLOSE DESKSTG
               CLOSE DATAS
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

        1000-INITIALIZE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1100-FIND-START-POINT - COUNT INITDATA.DAT.  WITH NO      *
      * COUNT ON DESKREL.DAT THIS IS A FRESH RELEASE AND THE      *
      * COUNT IS RECORDED THERE BEFORE ANYTHING GOES ACROSS.      *
      * WITH ONE, AN EARLIER RUN FAILED PART WAY AND EVERY        *
      * RECORD PAST THAT COUNT IS A STAGED ENTRY IT GOT ACROSS.   *
      *----------------------------------------------------------*
        1100-FIND-START-POINT.
            MOVE ZERO TO WS-INIT-RECS.
            OPEN INPUT DATAS.
            IF ST-FILE = "00"
               MOVE "N" TO WS-INIT-EOF-SW
               PERFORM 1900-READ-INIT-REC
                  THRU 1900-READ-INIT-REC-EXIT
                  UNTIL INIT-EOF
               CLOSE DATAS
            ELSE
               IF ST-FILE NOT = "35"
                  DISPLAY "SF5DREL: BAD OPEN ON INITDATA.DAT, STATUS "
                     ST-FILE
                  SET RELEASE-FAILED TO TRUE
               END-IF
            END-IF.
            IF RELEASE-FAILED
               CLOSE DESKSTG
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            MOVE SPACE TO DESKREL-REC.
            OPEN INPUT DESKREL.
            IF ST-DESKREL = "00"
               READ DESKREL
                  AT END
                     MOVE SPACE TO DESKREL-REC
               END-READ
               CLOSE DESKREL
            ELSE
               IF ST-DESKREL NOT = "35"
                  DISPLAY "SF5DREL: BAD OPEN ON DESKREL.DAT, STATUS "
                     ST-DESKREL
                  CLOSE DESKSTG
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF.

            IF DR-INIT-BASE-X IS NUMERIC
               MOVE DR-INIT-BASE TO WS-INIT-BASE
               IF WS-INIT-RECS < WS-INIT-BASE
                  MOVE WS-INIT-BASE TO WS-COUNT-ED
                  DISPLAY "SF5DREL: A FAILED RELEASE STARTED ONTO "
                     WS-COUNT-ED " INITDATA.DAT RECORDS BUT IT NOW "
                     "HOLDS FEWER - PUT IT RIGHT, DELETE DESKREL.DAT "
                     "AND RERUN.  NOTHING RELEASED"
                  CLOSE DESKSTG
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               END-IF
               COMPUTE WS-RECS-ACROSS = WS-INIT-RECS - WS-INIT-BASE
               MOVE WS-RECS-ACROSS TO WS-COUNT-ED
               DISPLAY "SF5DREL: CARRYING ON A FAILED RELEASE, "
                  WS-COUNT-ED " ENTRIES ALREADY ON INITDATA.DAT"
               GO TO 1100-FIND-START-POINT-EXIT
            END-IF.

            MOVE WS-INIT-RECS TO WS-INIT-BASE.
            OPEN OUTPUT DESKREL.
            IF ST-DESKREL NOT = "00"
               DISPLAY "SF5DREL: BAD OPEN ON DESKREL.DAT, STATUS "
                  ST-DESKREL ", NOTHING RELEASED"
               CLOSE DESKSTG
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE WS-INIT-BASE TO DR-INIT-BASE.
            WRITE DESKREL-REC.
            IF ST-DESKREL NOT = "00"
               DISPLAY "SF5DREL: BAD WRITE ON DESKREL.DAT, STATUS "
                  ST-DESKREL ", NOTHING RELEASED"
               CLOSE DESKREL
               CLOSE DESKSTG
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            CLOSE DESKREL.

        1100-FIND-START-POINT-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1200-CHECK-ACROSS - EACH RECORD PAST THE RECORDED COUNT   *
      * MUST BE THE MATCHING STAGED ENTRY, IN ORDER.  THE STAGING *
      * FILE IS LEFT AT THE FIRST ENTRY STILL TO GO ACROSS.       *
      *----------------------------------------------------------*
        1200-CHECK-ACROSS.
            OPEN INPUT DATAS.
            IF ST-FILE NOT = "00"
               DISPLAY "SF5DREL: BAD OPEN ON INITDATA.DAT, STATUS "
                  ST-FILE
               SET RELEASE-FAILED TO TRUE
               GO TO 1200-CHECK-ACROSS-FAIL
            END-IF.
            MOVE "N" TO WS-INIT-EOF-SW.
            MOVE ZERO TO WS-INIT-RECS.
            PERFORM 1900-READ-INIT-REC
               THRU 1900-READ-INIT-REC-EXIT
               UNTIL WS-INIT-RECS = WS-INIT-BASE
                  OR INIT-EOF.
            PERFORM 1210-MATCH-ONE-ENTRY
               THRU 1210-MATCH-ONE-ENTRY-EXIT
               UNTIL WS-RECS-MATCHED = WS-RECS-ACROSS
                  OR RELEASE-FAILED.
            CLOSE DATAS.
            IF NOT RELEASE-FAILED
               GO TO 1200-CHECK-ACROSS-EXIT
            END-IF.

        1200-CHECK-ACROSS-FAIL.
            MOVE WS-INIT-BASE TO WS-COUNT-ED.
            DISPLAY "SF5DREL: TRIM INITDATA.DAT BACK TO ITS FIRST "
               WS-COUNT-ED " RECORDS AND RERUN.  NOTHING RELEASED".
            CLOSE DESKSTG.
            MOVE 12 TO RETURN-CODE.
            STOP RUN.

        1200-CHECK-ACROSS-EXIT.
            EXIT.

        1210-MATCH-ONE-ENTRY.
            ADD 1 TO WS-RECS-MATCHED.
            IF STAGE-EOF
               DISPLAY "SF5DREL: INITDATA.DAT HOLDS MORE AFTER THE "
                  "RECORDED COUNT THAN DESKSTG.DAT HAS ENTRIES"
               SET RELEASE-FAILED TO TRUE
               GO TO 1210-MATCH-ONE-ENTRY-EXIT
            END-IF.
            PERFORM 1900-READ-INIT-REC
               THRU 1900-READ-INIT-REC-EXIT.
            IF INIT-EOF OR EMPLOYEES NOT = DK-TRAN-IMAGE
               MOVE WS-RECS-MATCHED TO WS-COUNT-ED
               DISPLAY "SF5DREL: INITDATA.DAT RECORD " WS-COUNT-ED
                  " AFTER THE RECORDED COUNT IS NOT THAT STAGED ENTRY"
               SET RELEASE-FAILED TO TRUE
               GO TO 1210-MATCH-ONE-ENTRY-EXIT
            END-IF.
            PERFORM 2900-READ-STAGE-REC
               THRU 2900-READ-STAGE-REC-EXIT.

        1210-MATCH-ONE-ENTRY-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1900-READ-INIT-REC - READ AND COUNT THE NEXT INITDATA.DAT *
      * RECORD.                                                   *
      *----------------------------------------------------------*
        1900-READ-INIT-REC.
            READ DATAS
               AT END
                  SET INIT-EOF TO TRUE
                  GO TO 1900-READ-INIT-REC-EXIT
            END-READ.
            IF ST-FILE NOT = "00"
               DISPLAY "SF5DREL: BAD READ ON INITDATA.DAT, STATUS "
                  ST-FILE
               SET RELEASE-FAILED TO TRUE
               SET INIT-EOF TO TRUE
               GO TO 1900-READ-INIT-REC-EXIT
            END-IF.
            ADD 1 TO WS-INIT-RECS.

        1900-READ-INIT-REC-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 0100-RELEASE-ENTRY - APPEND ONE STAGED TRANSACTION TO     *
      * INITDATA.DAT AND LOG WHO KEYED IT.  A WRITE FAILURE STOPS *
      * THE RELEASE AND KEEPS THE STAGING FILE; THE RERUN PASSES  *
      * OVER THE ENTRIES ALREADY ACROSS (1100, 1200).             *
      *----------------------------------------------------------*
        0100-RELEASE-ENTRY.
            WRITE EMPLOYEES FROM DK-TRAN-IMAGE.
            IF ST-FILE NOT = "00"
               DISPLAY "SF5DREL: BAD WRITE ON INITDATA.DAT, STATUS "
                  ST-FILE ", EMP-ID " DK-EMP-ID
               SET RELEASE-FAILED TO TRUE
               SET STAGE-EOF TO TRUE
               GO TO 0100-RELEASE-ENTRY-EXIT
            END-IF.
            ADD 1 TO WS-RECS-RELEASED.

            MOVE WS-RUN-DATE TO WS-LOG-RELEASE-DATE.
            MOVE DK-ENTRY-DATE TO WS-LOG-ENTRY-DATE.
            MOVE DK-ENTRY-TIME TO WS-LOG-ENTRY-TIME.
            MOVE DK-CLERK-ID TO WS-LOG-CLERK-ID.
            MOVE DK-TRAN-IMAGE TO WS-LOG-TRAN-IMAGE.
            WRITE DESKLOG-LINE FROM WS-LOG-LINE.
            IF ST-DESKLOG NOT = "00"
               DISPLAY "SF5DREL: BAD WRITE ON DESKLOG.DAT, STATUS "
                  ST-DESKLOG ", EMP-ID " DK-EMP-ID
               SET RELEASE-FAILED TO TRUE
               SET STAGE-EOF TO TRUE
               GO TO 0100-RELEASE-ENTRY-EXIT
            END-IF.

            PERFORM 2900-READ-STAGE-REC
               THRU 2900-READ-STAGE-REC-EXIT.

        0100-RELEASE-ENTRY-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2900-READ-STAGE-REC - READ THE NEXT STAGED ENTRY AND      *
      * CHECK ITS FILE STATUS.  A STAGING FILE THAT CANNOT BE     *
      * READ THROUGH IS A FAILED RELEASE - IT IS NOT EMPTIED.     *
      *----------------------------------------------------------*
        2900-READ-STAGE-REC.
            READ DESKSTG
               AT END
                  SET STAGE-EOF TO TRUE
                  GO TO 2900-READ-STAGE-REC-EXIT
            END-READ.
            IF ST-DESKSTG NOT = "00"
               DISPLAY "SF5DREL: BAD READ ON DESKSTG.DAT, STATUS "
                  ST-DESKSTG
               SET RELEASE-FAILED TO TRUE
               SET STAGE-EOF TO TRUE
               GO TO 2900-READ-STAGE-REC-EXIT
            END-IF.
            ADD 1 TO WS-RECS-READ.

        2900-READ-STAGE-REC-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 9000-END-PROGRAM - CLOSE UP AND, IF EVERY ENTRY MADE IT   *
      * ACROSS, EMPTY THE STAGING FILE SO TOMORROW'S DESK         *
      * ENTRIES START FRESH AND NOTHING IS RELEASED TWICE, THEN   *
      * CLEAR DESKREL.DAT.                                        *
      *----------------------------------------------------------*
        9000-END-PROGRAM.
            CLOSE DESKSTG.
            CLOSE DATAS.
            CLOSE DESKLOG.

            IF RELEASE-FAILED
               DISPLAY "SF5DREL: RELEASE INCOMPLETE, DESKSTG.DAT KEPT"
               MOVE 12 TO RETURN-CODE
            ELSE
               OPEN OUTPUT DESKSTG
               IF ST-DESKSTG NOT = "00"
                  DISPLAY "SF5DREL: BAD OPEN ON DESKSTG.DAT, STATUS "
                     ST-DESKSTG ", STAGING NOT EMPTIED"
                  MOVE 12 TO RETURN-CODE
               ELSE
                  CLOSE DESKSTG
                  OPEN OUTPUT DESKREL
                  IF ST-DESKREL NOT = "00"
                     DISPLAY "SF5DREL: BAD OPEN ON DESKREL.DAT, "
                        "STATUS " ST-DESKREL ", NOT CLEARED - "
                        "DELETE IT BY HAND BEFORE THE NEXT RUN"
                     MOVE 12 TO RETURN-CODE
                  ELSE
                     CLOSE DESKREL
                  END-IF
               END-IF
            END-IF.

            MOVE WS-RECS-READ TO WS-COUNT-ED.
            DISPLAY "SF5DREL: ENTRIES STAGED......: " WS-COUNT-ED.
            MOVE WS-RECS-ACROSS TO WS-COUNT-ED.
            DISPLAY "SF5DREL: ALREADY ACROSS......: " WS-COUNT-ED.
            MOVE WS-RECS-RELEASED TO WS-COUNT-ED.
            DISPLAY "SF5DREL: ENTRIES RELEASED....: " WS-COUNT-ED.

        9000-END-PROGRAM-EXIT.
            EXIT.

        END PROGRAM SF5DREL.
