      ******************************************************************
      * Modification History:
      *   2026-09-02  KR  Initial version.
      *   2026-10-15  KR  A step on operator hold (ST-HELD) shows as
      *                   HELD BY OPERATOR instead of PENDING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLSTAT.
           EVALUATE TRUE
               WHEN ST-SKIP
                   MOVE 'FLAGGED SKIP' TO WS-STATUS-TEXT
               WHEN ST-HELD
                   MOVE 'HELD BY OPERATOR' TO WS-STATUS-TEXT
               WHEN ST-COMPLETE AND ST-JOB-ID = WS-JOB-ID
                   STRING 'COMPLETE RC ' WS-RC-ED
                          DELIMITED BY SIZE INTO WS-STATUS-TEXT
