      ******************************************************************
      * CUSTCNLG - shared consolidation-log record layout (CUSTCNLG).
      *
      * One record per loser CUSTCONS retires: the loser's whole
      * record as it stood before retirement, the survivor it folded
      * into and the run timestamp - enough to answer "what did this
      * customer look like and where did it go" without restoring a
      * backup. CUSTCONS (writer), CUSTBOUT and CUSTERAS all COPY this
      * so the layout cannot drift out of sync between them.
      *
      * The two switches say what CUSTCONS moved onto the survivor
      * besides the master record, so CUSTBOUT knows what to give back
      * when the retirement is backed out:
      *   CG-SUSPENSE-MOVED-SWITCH   the loser's open suspense entry
      *                              was re-keyed to the survivor;
      *   CG-RESUBMIT-REPOINT-SWITCH any resubmit queued on CUSTRFD for
      *                              the loser was re-pointed to the
      *                              survivor at end of run.
      * A record written before the switches existed reads as spaces,
      * which the level-88s treat as "N".
      ******************************************************************
           COPY CUSTREC REPLACING LEADING ==CR-== BY ==CG-==.
           05  CG-SURVIVOR-ID                  PIC X(10).
           05  CG-CONSOLIDATE-TIMESTAMP        PIC 9(14).
           05  CG-SUSPENSE-MOVED-SWITCH        PIC X(1).
               88  CG-SUSPENSE-MOVED           VALUE "Y".
           05  CG-RESUBMIT-REPOINT-SWITCH      PIC X(1).
               88  CG-RESUBMITS-REPOINTED      VALUE "Y".
