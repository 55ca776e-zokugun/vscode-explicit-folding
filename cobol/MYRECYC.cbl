      * repaired records come back from the sort in ascending key
      * order and are wrapped as a well-formed input region - header,
      * details, trailer count - ready for the front of the next
      * cycle's DD-FICHIER input. each detail is marked recycled
      * so the duplicate check does not stop the repair a second
      * time
           move spaces to REINJECT-RECORD
           move 'H' to RCY-RECORD-TYPE
           move WS-RUN-DATE-NUM to RCY-HDR-RUN-DATE
           write REINJECT-RECORD
           perform RETURN-REINJECT-RECORD
           perform until END-OF-RECYCLE-TRI
               move TRI-RECORD to REINJECT-RECORD
               set RCY-RECYCLED to true
               write REINJECT-RECORD
               perform RETURN-REINJECT-RECORD
           end-perform
           move spaces to REINJECT-RECORD
