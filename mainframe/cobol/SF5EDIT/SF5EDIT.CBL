      *                    IS FLAGGED AS A WARNING SO HR KNOWS   *
      *                    THE UPDATE WILL HOLD IT ON            *
      *                    PENDING.DAT RATHER THAN APPLY IT.     *
      *   2026-10-15  HRS  DEPTMSTR.DAT NOW CARRIES THE          *
      *                    DEPARTMENT'S BUDGETED POSITION COUNT  *
      *                    AND THE FISCAL YEAR IT APPLIES TO -   *
      *                    RECORD LAYOUT WIDENED TO MATCH.       *
      *----------------------------------------------------------*

        ENVIRONMENT DIVISION.
            03 DPT-STATUS            PIC X(1).
                88 DPT-OPEN              VALUE "A".
                88 DPT-CLOSED            VALUE "C".
            03 DPT-BUDGET            PIC 9(5).
            03 DPT-FISCAL-YR         PIC X(4).

        FD EDITRPT.
        01 REPORT-LINE               PIC X(100).
