      *                    RETURN CODE: 0 = CLEAN, 8 = SOME      *
      *                    RECORDS COULD NOT BE MOVED, 12 =      *
      *                    TRANSFER COULD NOT RUN.               *
      *   2026-10-15  HRS  DEPTMSTR.DAT NOW CARRIES THE          *
      *                    DEPARTMENT'S BUDGETED POSITION COUNT  *
      *                    AND THE FISCAL YEAR IT APPLIES TO -   *
      *                    RECORD LAYOUT WIDENED TO MATCH.       *
      *   2026-10-15  HRS  EVERY MOVE JOURNALED IS ALSO FILED ON *
      *                    EMPHIDX.DAT, THE KEYED COMPANION TO   *
      *                    THE JOURNAL (EMP-ID + DATE +          *
      *                    SEQUENCE), SO SF5HINQ CAN READ ONE    *
      *                    EMPLOYEE'S HISTORY BY KEY. AN INDEX   *
      *                    THAT CANNOT BE OPENED OR WRITTEN IS   *
      *                    REMOVED FOR SF5HIDX TO REBUILD; THE   *
      *                    TRANSFER ITSELF CARRIES ON.           *
      *----------------------------------------------------------*

        ENVIRONMENT DIVISION.
           FILE STATUS IS ST-HISTORY
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT EMPHIDX ASSIGN TO "EMPHIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HX-KEY
           FILE STATUS IS ST-HISTIDX.

        SELECT XFERRPT ASSIGN TO "XFERRPT.DAT"
           FILE STATUS IS ST-XFERRPT
           ORGANIZATION IS LINE SEQUENTIAL.
            03 DPT-STATUS            PIC X(1).
                88 DPT-OPEN              VALUE "A".
                88 DPT-CLOSED            VALUE "C".
            03 DPT-BUDGET            PIC 9(5).
            03 DPT-FISCAL-YR         PIC X(4).

        FD EMPHIST.
        01 HISTORY-LINE              PIC X(217).

      *     THE KEYED COMPANION TO EMPHIST.DAT - EACH JOURNAL LINE,
      *     WHOLE, UNDER EMP-ID + JOURNAL DATE + SEQUENCE WITHIN THE
      *     DAY.  SF5HIDX BUILDS IT; WRITERS ONLY ADD TO IT.
        FD EMPHIDX.
        01 HISTIDX-REC.
            03 HX-KEY.
                05 HX-ID              PIC X(04).
                05 HX-DATE            PIC 9(08).
                05 HX-SEQ             PIC 9(04).
            03 HX-ENTRY               PIC X(217).

        FD XFERRPT.
        01 REPORT-LINE               PIC X(80).

        01  ST-MASTER    PIC XX.
        01  ST-DEPTMSTR  PIC XX.
        01  ST-HISTORY   PIC XX.
        01  ST-HISTIDX   PIC XX.
        01  ST-XFERRPT   PIC XX.

      *     PARM POSITIONS 1-4 ARE THE DEPARTMENT TO EMPTY,

        01  WS-NEW-DEPT-NAME         PIC X(30).

        01  WS-HISTIDX-FILE-NAME     PIC X(16) VALUE "EMPHIDX.DAT".
        01  WS-SAVED-RC              PIC S9(04) COMP VALUE ZERO.

        01  WS-SWITCHES.
            03 WS-MASTER-EOF-SW      PIC X(01) VALUE "N".
                88 MASTER-EOF            VALUE "Y".
            03 WS-HISTIDX-SW         PIC X(01) VALUE "N".
                88 HISTIDX-IN-STEP       VALUE "Y".
            03 WS-HX-PUT-SW          PIC X(01) VALUE "N".
                88 HX-PUT-DONE           VALUE "Y".

        01  WS-CONTROL-TOTALS.
            03 WS-RECS-READ           PIC 9(09) COMP VALUE ZERO.
               STOP RUN
            END-IF.

      *     THE KEYED COMPANION FOLLOWS THE JOURNAL ENTRY FOR ENTRY.
      *     ONLY SF5HIDX EVER BUILDS IT - A MISSING ONE STAYS
      *     MISSING UNTIL REBUILT, SINCE AN INDEX STARTED EMPTY HERE
      *     WOULD ANSWER INQUIRIES WITH PART OF THE STORY.
            OPEN I-O EMPHIDX.
            IF ST-HISTIDX = "00"
               SET HISTIDX-IN-STEP TO TRUE
            ELSE
               DISPLAY "SF5DXFER: EMPHIDX.DAT NOT OPENED, STATUS "
                  ST-HISTIDX ", RUN SF5HIDX TO REBUILD IT"
               IF ST-HISTIDX NOT = "35"
                  PERFORM 2680-DROP-HISTORY-INDEX
                     THRU 2680-DROP-HISTORY-INDEX-EXIT
               END-IF
            END-IF.

            OPEN OUTPUT XFERRPT.
            IF ST-XFERRPT NOT = "00"
               DISPLAY "SF5DXFER: BAD OPEN ON XFERRPT.DAT, STATUS "
            IF ST-HISTORY NOT = "00"
               DISPLAY "SF5DXFER: BAD WRITE ON EMPHIST.DAT, STATUS "
                  ST-HISTORY ", EMP-ID " MST-ID
            ELSE
               PERFORM 2670-INDEX-HISTORY
                  THRU 2670-INDEX-HISTORY-EXIT
            END-IF.

        2650-WRITE-HISTORY-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2670-INDEX-HISTORY - FILE THE ENTRY JUST JOURNALED ON     *
      * EMPHIDX.DAT UNDER ITS EMP-ID AND DATE, AT THE FIRST FREE  *
      * SEQUENCE NUMBER FOR THE DAY, SO SF5HINQ READS IT BY KEY.  *
      * AN INDEX THAT CANNOT TAKE THE ENTRY IS REMOVED RATHER     *
      * THAN LEFT SHORT - SF5HINQ THEN READS THE FLAT JOURNAL     *
      * UNTIL SF5HIDX REBUILDS IT.                                *
      *----------------------------------------------------------*
        2670-INDEX-HISTORY.
            IF NOT HISTIDX-IN-STEP
               GO TO 2670-INDEX-HISTORY-EXIT
            END-IF.
            MOVE WS-HIST-ID TO HX-ID.
            MOVE WS-HIST-DATE TO HX-DATE.
            MOVE 1 TO HX-SEQ.
            MOVE WS-HIST-REC TO HX-ENTRY.
            MOVE "N" TO WS-HX-PUT-SW.
            PERFORM 2675-PUT-INDEX-ENTRY
               THRU 2675-PUT-INDEX-ENTRY-EXIT
               UNTIL HX-PUT-DONE.

        2670-INDEX-HISTORY-EXIT.
            EXIT.

        2675-PUT-INDEX-ENTRY.
            WRITE HISTIDX-REC.
            IF ST-HISTIDX = "22" AND HX-SEQ < 9999
               ADD 1 TO HX-SEQ
               GO TO 2675-PUT-INDEX-ENTRY-EXIT
            END-IF.
            SET HX-PUT-DONE TO TRUE.
            IF ST-HISTIDX NOT = "00"
               DISPLAY "SF5DXFER: BAD WRITE ON EMPHIDX.DAT, STATUS "
                  ST-HISTIDX ", EMP-ID " HX-ID
               PERFORM 2680-DROP-HISTORY-INDEX
                  THRU 2680-DROP-HISTORY-INDEX-EXIT
            END-IF.

        2675-PUT-INDEX-ENTRY-EXIT.
            EXIT.

        2680-DROP-HISTORY-INDEX.
            IF HISTIDX-IN-STEP
               CLOSE EMPHIDX
            END-IF.
            MOVE "N" TO WS-HISTIDX-SW.
            MOVE RETURN-CODE TO WS-SAVED-RC.
            CALL "CBL_DELETE_FILE" USING WS-HISTIDX-FILE-NAME.
            IF RETURN-CODE = ZERO
               DISPLAY "SF5DXFER: EMPHIDX.DAT REMOVED AS OUT OF STEP, "
                  "RUN SF5HIDX TO REBUILD IT"
            ELSE
               DISPLAY "SF5DXFER: EMPHIDX.DAT OUT OF STEP, REMOVE IT "
                  "BY HAND AND RUN SF5HIDX"
            END-IF.
            MOVE WS-SAVED-RC TO RETURN-CODE.

        2680-DROP-HISTORY-INDEX-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2900-READ-NEXT-MASTER - READ THE NEXT MASTER RECORD AND   *
      * CHECK ITS FILE STATUS.                                    *

            CLOSE EMPMSTR.
            CLOSE EMPHIST.
            IF HISTIDX-IN-STEP
               CLOSE EMPHIDX
            END-IF.
            CLOSE XFERRPT.

            MOVE WS-RECS-MOVED TO WS-COUNT-ED.
