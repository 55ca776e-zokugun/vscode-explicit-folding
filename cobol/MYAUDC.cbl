           else
               move zero to AHX-AMOUNT
           end-if
      * a generation written before the item's origin was carried
      * has spaces there - the history row keeps them blank
           move AUD-REGION-ID to AHX-REGION-ID
           move AUD-CURRENCY-CODE to AHX-CURRENCY-CODE
           if AUD-ORIG-AMOUNT is numeric
               move AUD-ORIG-AMOUNT to AHX-ORIG-AMOUNT
           else
               move zero to AHX-ORIG-AMOUNT
           end-if
           move zero to AHX-SEQUENCE
           move 'N' to WS-WRITTEN-SW
           move 'N' to WS-SEQ-SW
