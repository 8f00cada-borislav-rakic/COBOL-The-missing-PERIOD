       MATCH-OLD-ENTRIES.
      *    Follows every entry OF the old build TO its line IN the
      *    NEW ONE - shared BY STORY-BUILD, which records the result
      *    IN the entry map, AND STORY-IMPACT, which reports it, so
      *    the two never disagree about what an edit did. Both hold
      *    the builds IN OLD-LINE AND NEW-LINE WITH their entry
      *    starts marked, AND supply FIND-OLD-ENTRY-LABEL.
      *    Pass ONE follows each old entry BY label OR BY text; pass
      *    two pairs what is left WITH the entry rewritten IN its
      *    place. The story always opens ON line 1, so entry 1
      *    stays entry 1 whatever its text became.
           IF WS-OLD-LINE-COUNT > 0 AND WS-NEW-LINE-COUNT > 0
               MOVE 1 TO OLD-ENTRY-NEW-NUMBER(1)
               MOVE 1 TO NEW-ENTRY-OLD-NUMBER(1)
           END-IF

           MOVE 1 TO WS-LAST-NEW-ENTRY
           PERFORM VARYING WS-OLD-ENTRY FROM 2 BY 1
                   UNTIL WS-OLD-ENTRY > WS-OLD-LINE-COUNT
               IF OLD-ENTRY-START(WS-OLD-ENTRY) = 'Y'
                   PERFORM FOLLOW-ONE-OLD-ENTRY
               END-IF
           END-PERFORM

           PERFORM VARYING WS-OLD-ENTRY FROM 2 BY 1
                   UNTIL WS-OLD-ENTRY > WS-OLD-LINE-COUNT
               IF OLD-ENTRY-START(WS-OLD-ENTRY) = 'Y'
                       AND OLD-ENTRY-NEW-NUMBER(WS-OLD-ENTRY) = 0
                   PERFORM PAIR-REWRITTEN-ENTRY
               END-IF
           END-PERFORM.

       FOLLOW-ONE-OLD-ENTRY.
      *    A label the NEW build still carries settles it outright.
      *    Otherwise the scene text is looked FOR among the NEW
      *    entries nothing has claimed yet. A text the NEW build
      *    repeats is paired BY position: the FIRST unclaimed copy
      *    after wherever the entry before this ONE went, OR - FOR
      *    an entry moved up the story - the FIRST unclaimed copy
      *    before it. A blank entry - the landing spot a GATE rule
      *    keys ON - has no text TO match, so it is the NEXT entry
      *    after wherever the ONE before it went, provided that is
      *    still blank.
           MOVE 0 TO WS-NEW-ENTRY
           PERFORM FIND-OLD-ENTRY-LABEL

           IF WS-NEW-ENTRY = 0
               MOVE 0 TO WS-EARLIER-TEXT-MATCH
               MOVE 0 TO WS-TEXT-MATCH-COUNT
               PERFORM VARYING WS-SCAN-LINE-INDEX FROM 2 BY 1
                       UNTIL WS-SCAN-LINE-INDEX > WS-NEW-LINE-COUNT
                       OR WS-NEW-ENTRY > 0
                   IF NEW-ENTRY-START(WS-SCAN-LINE-INDEX) = 'Y'
                       IF OLD-LINE(WS-OLD-ENTRY) = SPACES
                           IF WS-SCAN-LINE-INDEX > WS-LAST-NEW-ENTRY
                                   AND WS-TEXT-MATCH-COUNT = 0
                               ADD 1 TO WS-TEXT-MATCH-COUNT
                               IF NEW-LINE(WS-SCAN-LINE-INDEX)
                                       = SPACES
                                   MOVE WS-SCAN-LINE-INDEX
                                       TO WS-NEW-ENTRY
                               END-IF
                           END-IF
                       ELSE
                           IF NEW-LINE(WS-SCAN-LINE-INDEX)
                                   = OLD-LINE(WS-OLD-ENTRY)
                               AND NEW-ENTRY-OLD-NUMBER(
                                   WS-SCAN-LINE-INDEX) = 0
                               IF WS-SCAN-LINE-INDEX > WS-LAST-NEW-ENTRY
                                   MOVE WS-SCAN-LINE-INDEX
                                       TO WS-NEW-ENTRY
                               ELSE
                                   IF WS-EARLIER-TEXT-MATCH = 0
                                       MOVE WS-SCAN-LINE-INDEX
                                           TO WS-EARLIER-TEXT-MATCH
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-NEW-ENTRY = 0
                   MOVE WS-EARLIER-TEXT-MATCH TO WS-NEW-ENTRY
               END-IF
           END-IF

           IF WS-NEW-ENTRY > 0
               MOVE WS-NEW-ENTRY TO WS-LAST-NEW-ENTRY
               PERFORM CLAIM-NEW-ENTRY
           END-IF.

       CLAIM-NEW-ENTRY.
           MOVE WS-NEW-ENTRY TO OLD-ENTRY-NEW-NUMBER(WS-OLD-ENTRY)
           IF NEW-ENTRY-OLD-NUMBER(WS-NEW-ENTRY) = 0
               MOVE WS-OLD-ENTRY TO NEW-ENTRY-OLD-NUMBER(WS-NEW-ENTRY)
           END-IF.

       PAIR-REWRITTEN-ENTRY.
      *    The old entry before this ONE, AND the NEW entry right
      *    after wherever that went - IF nothing else claimed it,
      *    it is this entry WITH its text rewritten.
           MOVE 0 TO WS-PREVIOUS-ENTRY
           MOVE WS-OLD-ENTRY TO WS-SCAN-LINE-INDEX
           PERFORM UNTIL WS-PREVIOUS-ENTRY > 0
                   OR WS-SCAN-LINE-INDEX = 1
               SUBTRACT 1 FROM WS-SCAN-LINE-INDEX
               IF OLD-ENTRY-START(WS-SCAN-LINE-INDEX) = 'Y'
                   MOVE WS-SCAN-LINE-INDEX TO WS-PREVIOUS-ENTRY
               END-IF
           END-PERFORM

           MOVE 0 TO WS-NEW-ENTRY
           SET REWRITE-SEARCH-DONE TO FALSE
           IF WS-PREVIOUS-ENTRY > 0
               IF OLD-ENTRY-NEW-NUMBER(WS-PREVIOUS-ENTRY) > 0
                   MOVE OLD-ENTRY-NEW-NUMBER(WS-PREVIOUS-ENTRY)
                       TO WS-SCAN-LINE-INDEX
                   PERFORM UNTIL REWRITE-SEARCH-DONE
                           OR WS-SCAN-LINE-INDEX >= WS-NEW-LINE-COUNT
                       ADD 1 TO WS-SCAN-LINE-INDEX
                       IF NEW-ENTRY-START(WS-SCAN-LINE-INDEX) = 'Y'
                           PERFORM CHECK-REWRITE-CANDIDATE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           IF WS-NEW-ENTRY > 0
               PERFORM CLAIM-NEW-ENTRY
           END-IF.

       CHECK-REWRITE-CANDIDATE.
      *    The search never steps past an entry something already
      *    claimed - the story keeps its order. An entry inserted
      *    ahead OF the rewritten ONE is passed over BY requiring a
      *    blank entry TO pair WITH a blank ONE AND text WITH text.
           IF NEW-ENTRY-OLD-NUMBER(WS-SCAN-LINE-INDEX) > 0
               SET REWRITE-SEARCH-DONE TO TRUE
           ELSE
               IF (OLD-LINE(WS-OLD-ENTRY) = SPACES
                       AND NEW-LINE(WS-SCAN-LINE-INDEX) = SPACES)
                   OR (OLD-LINE(WS-OLD-ENTRY) NOT = SPACES
                       AND NEW-LINE(WS-SCAN-LINE-INDEX) NOT = SPACES)
                   MOVE WS-SCAN-LINE-INDEX TO WS-NEW-ENTRY
                   SET REWRITE-SEARCH-DONE TO TRUE
               END-IF
           END-IF.
