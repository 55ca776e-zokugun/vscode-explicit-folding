       COMPUTE-TRAILING-BASELINE.
      * the baseline is every completed run in the ring except
      * tonight's - refused or failed runs carry no real volume and
      * would drag the average toward zero, and so would a
      * supplemental cycle carrying one late region's file
           move zero to WS-BASE-COUNT
           move zero to WS-BASE-READ-SUM
           move zero to WS-BASE-RATE-SUM
       ADD-ONE-BASELINE-RUN.
           if WS-RING-SUB not = WS-RING-LATEST-SUB
               and WS-RG-RC (WS-RING-SUB) <= 4
               and WS-RG-RUN-MODE (WS-RING-SUB) not = 'SUPPLEMENT'
               add 1 to WS-BASE-COUNT
               add WS-RG-READ (WS-RING-SUB) to WS-BASE-READ-SUM
               add WS-RG-RATE (WS-RING-SUB) to WS-BASE-RATE-SUM
