      * attribute records downstream. a re-injected repair keeps the
      * region its original rejection carried (the exception image
      * preserved it through the repair), and only a repair that
      * lost it is stamped as the recycle region itself. only the
      * recycle input may carry the recycled marker
           evaluate true
               when WS-RG1-KEY <= WS-RG2-KEY
                   and WS-RG1-KEY <= WS-RG3-KEY
                   and WS-RG1-KEY <= WS-RCY-KEY
                   move REGION-1-RECORD to DD-FICHIER-RECORD
                   move 'R1' to DDF-REGION-ID
                   move space to DDF-RECYCLE-SW
                   perform WRITE-MERGED-DETAIL
                   perform ADVANCE-REGION-1
               when WS-RG2-KEY <= WS-RG3-KEY
                   and WS-RG2-KEY <= WS-RCY-KEY
                   move REGION-2-RECORD to DD-FICHIER-RECORD
                   move 'R2' to DDF-REGION-ID
                   move space to DDF-RECYCLE-SW
                   perform WRITE-MERGED-DETAIL
                   perform ADVANCE-REGION-2
               when WS-RG3-KEY <= WS-RCY-KEY
                   move REGION-3-RECORD to DD-FICHIER-RECORD
                   move 'R3' to DDF-REGION-ID
                   move space to DDF-RECYCLE-SW
                   perform WRITE-MERGED-DETAIL
                   perform ADVANCE-REGION-3
               when other
