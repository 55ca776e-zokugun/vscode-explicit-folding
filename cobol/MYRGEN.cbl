      * the extract generation under UT-S-EXT must be the one the
      * original transmission shipped - every record carries its
      * run date, so a wrong generation announces itself before a
      * single byte is rebuilt. a high-value item released from
      * hold carries the earlier business date it arrived for and
      * proves nothing about the generation, so it is passed over
           open input EXTRACT-FICHIER
           if not EXTRACT-OK
               perform EXTRACT-ERROR
           perform READ-EXTRACT-RECORD
           perform until END-OF-EXTRACT
               if EXT-RUN-DATE not = WS-ORIG-RUN-DATE
                   and not EXT-RELEASED-FROM-HOLD
                   add 1 to WS-STAT-DATE-MISMATCHES
               end-if
               perform READ-EXTRACT-RECORD
           move WS-ORIG-RUN-DATE to PTR-HDR-RUN-DATE
           move RGN-PARTNER-ID to PTR-HDR-PARTNER-ID
           move WS-ORIG-SEQUENCE to PTR-HDR-DUP-OF-SEQ
           move WS-NEW-SEQUENCE to PTR-HDR-SEQUENCE
           write PARTNER-RECORD
           move 'N' to WS-EXTRACT-EOF-SW
           open input EXTRACT-FICHIER
