       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTXRES.
       AUTHOR. DATA-QUALITY-TEAM.

      ******************************************************************
      * CUSTXRES - callable retired-id resolution subroutine.
      *
      * CUSTCONS retires duplicate customers and records each loser-to-
      * survivor pairing on CUSTXREF, but the branches go on keying
      * maintenance, corrections and resubmits against the old ids for
      * weeks. Every program that takes a customer id from outside -
      * CUSTMNT, CUSTCORR, CUSTRMRG - hands it to this routine and
      * applies the transaction to the id that comes back. The chain
      * is followed to its end (a survivor that was itself retired
      * later is followed on to its own survivor), so the rule for
      * "where does this id live now" is said once, here, the same
      * packaging reasoning as CUSTNMCK and CUSTMLCK.
      *
      * The caller loads CUSTXREF into a CUSTXRFT table once per run
      * and passes it on every call - this routine reads no files
      * itself, the same caching contract as CUSTNMCK's reason table.
      * A chain is given up as broken after 20 hops; a real chain is
      * two or three long, so hitting the limit means a loop, which
      * only a hand-edited CUSTXREF can produce.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-ID                   PIC X(10).
       01  WS-NEXT-ID                      PIC X(10).
       01  WS-XREF-SUB                     PIC 9(5).
       01  WS-XREF-HIT                     PIC 9(5).
       01  WS-MAX-HOPS                     PIC 9(2) VALUE 20.

       01  WS-SWITCHES.
           05  WS-CHAIN-END-SWITCH         PIC X(1).
               88  WS-CHAIN-ENDED          VALUE "Y".

       LINKAGE SECTION.
       01  LK-XREF-REQUEST.
           COPY CUSTXRRQ.

       01  LK-XREF-TABLE.
           COPY CUSTXRFT.

       PROCEDURE DIVISION USING LK-XREF-REQUEST
                                 LK-XREF-TABLE.
       0000-MAIN-PROCESS.
           MOVE XQ-REQUESTED-ID TO WS-CURRENT-ID
           MOVE ZERO TO XQ-HOP-COUNT
           MOVE "N" TO WS-CHAIN-END-SWITCH
           PERFORM UNTIL WS-CHAIN-ENDED
               PERFORM 1000-FIND-SURVIVOR
               IF WS-NEXT-ID = WS-CURRENT-ID
                   SET WS-CHAIN-ENDED TO TRUE
               ELSE
                   MOVE WS-NEXT-ID TO WS-CURRENT-ID
                   ADD 1 TO XQ-HOP-COUNT
                   IF XQ-HOP-COUNT > WS-MAX-HOPS
                       SET WS-CHAIN-ENDED TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN XQ-HOP-COUNT > WS-MAX-HOPS
                   SET XQ-CHAIN-BROKEN TO TRUE
                   MOVE XQ-REQUESTED-ID TO XQ-RESOLVED-ID
               WHEN WS-CURRENT-ID = XQ-REQUESTED-ID
                   SET XQ-NOT-REDIRECTED TO TRUE
                   MOVE XQ-REQUESTED-ID TO XQ-RESOLVED-ID
               WHEN OTHER
                   SET XQ-REDIRECTED TO TRUE
                   MOVE WS-CURRENT-ID TO XQ-RESOLVED-ID
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * 1000-FIND-SURVIVOR looks the current id up as a loser. No
      * entry, or an entry pointing the id at itself (a retirement
      * CUSTBOUT has since undone), ends the chain: the id is live.
      ******************************************************************
       1000-FIND-SURVIVOR.
           MOVE WS-CURRENT-ID TO WS-NEXT-ID
           MOVE ZERO TO WS-XREF-HIT
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > XT-XREF-COUNT
                   OR WS-XREF-HIT > ZERO
               IF XT-LOSER-ID(WS-XREF-SUB) = WS-CURRENT-ID
                   MOVE WS-XREF-SUB TO WS-XREF-HIT
               END-IF
           END-PERFORM
           IF WS-XREF-HIT > ZERO
               MOVE XT-SURVIVOR-ID(WS-XREF-HIT) TO WS-NEXT-ID
           END-IF.
