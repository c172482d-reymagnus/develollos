      *   2026-09-02  HRS  A BAD OPEN NOW ENDS THE RUN WITH      *
      *                    RETURN CODE 12 INSTEAD OF 0, SO THE   *
      *                    SF5NITE DRIVER HOLDS THE CHAIN.       *
      *   2026-10-15  HRS  DEPTDATA.DAT AND DEPTMSTR.DAT NOW     *
      *                    CARRY A BUDGETED POSITION COUNT AND   *
      *                    THE FISCAL YEAR IT APPLIES TO, FOR    *
      *                    SF5UPDEL'S OVER-BUDGET HOLDS AND THE  *
      *                    SF5DEPT BUDGET COLUMNS. BLANK BOTH =  *
      *                    NO POSITION CONTROL. A MALFORMED      *
      *                    BUDGET IS IGNORED AND REPORTED, AND   *
      *                    THE RUN ENDS WITH RETURN CODE 4.      *
      *----------------------------------------------------------*

        ENVIRONMENT DIVISION.
            03 DS-CODE               PIC X(4).
            03 DS-NAME               PIC X(30).
            03 DS-STATUS             PIC X(1).
            03 DS-BUDGET             PIC X(5).
            03 DS-FISCAL-YR          PIC X(4).
        88 ENDOFFILE VALUE HIGH-VALUES.

        FD DEPTMSTR.
            03 DPT-STATUS            PIC X(1).
                88 DPT-OPEN              VALUE "A".
                88 DPT-CLOSED            VALUE "C".
            03 DPT-BUDGET            PIC 9(5).
            03 DPT-FISCAL-YR         PIC X(4).

        WORKING-STORAGE SECTION.

            03 WS-RECS-READ           PIC 9(09) COMP VALUE ZERO.
            03 WS-RECS-LOADED         PIC 9(09) COMP VALUE ZERO.
            03 WS-RECS-DROPPED        PIC 9(09) COMP VALUE ZERO.
            03 WS-RECS-BUDGETED       PIC 9(09) COMP VALUE ZERO.
            03 WS-BUDGETS-IGNORED     PIC 9(09) COMP VALUE ZERO.

        PROCEDURE DIVISION.

      * 0100-LOAD-DEPARTMENT - LOAD ONE SOURCE RECORD ONTO THE    *
      * REFERENCE FILE.  A BLANK CODE OR A DUPLICATE CODE IS      *
      * DROPPED AND REPORTED SO HR CAN FIX THE SOURCE LIST.  A    *
      * BLANK STATUS FLAG IS TAKEN AS ACTIVE.  A BLANK BUDGET     *
      * AND FISCAL YEAR MEANS THE DEPARTMENT IS NOT UNDER         *
      * POSITION CONTROL.  A BUDGET THAT IS NOT A WHOLE NUMBER,   *
      * OR ONE WITHOUT A NUMERIC FISCAL YEAR (OR THE REVERSE),    *
      * IS IGNORED AND REPORTED - THE DEPARTMENT ITSELF STILL     *
      * LOADS, SINCE DROPPING IT WOULD BOUNCE EVERY TRANSACTION   *
      * FOR THE CODE AS UNKNOWN.                                  *
      *----------------------------------------------------------*
        0100-LOAD-DEPARTMENT.
            IF DS-CODE = SPACE OR DS-CODE = LOW-VALUE
               MOVE DS-STATUS TO DPT-STATUS
            END-IF.

            MOVE ZERO TO DPT-BUDGET.
            MOVE SPACE TO DPT-FISCAL-YR.
            IF (DS-BUDGET = SPACE OR DS-BUDGET = LOW-VALUE)
               AND (DS-FISCAL-YR = SPACE OR DS-FISCAL-YR = LOW-VALUE)
               CONTINUE
            ELSE
               IF DS-BUDGET IS NUMERIC AND DS-FISCAL-YR IS NUMERIC
                  MOVE DS-BUDGET TO DPT-BUDGET
                  MOVE DS-FISCAL-YR TO DPT-FISCAL-YR
                  ADD 1 TO WS-RECS-BUDGETED
               ELSE
                  DISPLAY "SF5DLOAD: BAD BUDGET '" DS-BUDGET
                     "' / FISCAL YEAR '" DS-FISCAL-YR "' FOR "
                     DS-CODE ", LOADED WITHOUT POSITION CONTROL"
                  ADD 1 TO WS-BUDGETS-IGNORED
               END-IF
            END-IF.

            WRITE DEPARTMENT-REC
               INVALID KEY
                  DISPLAY "SF5DLOAD: DUPLICATE DEPARTMENT CODE "

      *----------------------------------------------------------*
      * 9000-END-PROGRAM - CLOSE THE FILES AND DISPLAY A SHORT    *
      * SUMMARY OF HOW MANY DEPARTMENTS WERE LOADED.  AN IGNORED  *
      * BUDGET IS A WARNING (RETURN CODE 4) - THE REFERENCE FILE  *
      * IS GOOD, BUT HR HAS A SOURCE LINE TO FIX.                 *
      *----------------------------------------------------------*
        9000-END-PROGRAM.
            CLOSE DEPTDATA.
            DISPLAY "SF5DLOAD: RECORDS READ....: " WS-RECS-READ.
            DISPLAY "SF5DLOAD: RECORDS LOADED..: " WS-RECS-LOADED.
            DISPLAY "SF5DLOAD: RECORDS DROPPED.: " WS-RECS-DROPPED.
            DISPLAY "SF5DLOAD: WITH A BUDGET...: " WS-RECS-BUDGETED.
            DISPLAY "SF5DLOAD: BUDGETS IGNORED.: " WS-BUDGETS-IGNORED.
            IF WS-BUDGETS-IGNORED > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
            END-IF.

        9000-END-PROGRAM-EXIT.
            EXIT.
