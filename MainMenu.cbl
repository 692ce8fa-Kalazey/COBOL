           MOVE 43 TO WS-MSG-NUMBER.
           CALL "MessageCatalog" USING WS-MSG-NUMBER WS-MSG-TEXT.
           DISPLAY WS-MSG-TEXT.
           MOVE 44 TO WS-MSG-NUMBER.
           CALL "MessageCatalog" USING WS-MSG-NUMBER WS-MSG-TEXT.
           DISPLAY WS-MSG-TEXT.
           MOVE 25 TO WS-MSG-NUMBER.
           CALL "MessageCatalog" USING WS-MSG-NUMBER WS-MSG-TEXT.
           DISPLAY WS-MSG-TEXT.
                   CALL "SYSTEM" USING "./AccountInquiry"
               WHEN 7
                   CALL "SYSTEM" USING "./MemberCheckIn"
      * The watch list checks its own security-officer list.
               WHEN 8
                   CALL "SYSTEM" USING "./WatchListMaintenance"
               WHEN 5
                   IF WS-NIVEAU < 2
                       PERFORM 2100-REFUSER-NIVEAU-DEB
