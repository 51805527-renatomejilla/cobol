      *>              hash total cover these records, so the
      *>              receiving side can prove the return file
      *>              arrived whole the same way we prove theirs
      *>              did. MRF-ENTRY-TYPE is 'R' on the offsetting
      *>              entry of a reversal, whose MRF-ORIG-KEY names the
      *>              posting it backs out, and MRF-REVERSED-FLAG is
      *>              'Y' on a posting that has since been reversed,
      *>              so the department can net the two. MRF-LINEAGE
      *>              quotes the department's own file ID, creation
      *>              date, and line number for the record (COPY
      *>              MATHINRC), so each result can be matched straight
      *>              back to the line that was sent. The MRF-*
      *>              value fields mirror
      *>              MATH-MASTER-RECORD -- keep the two copybooks in
      *>              step whenever a field changes. COPY this into
      *>              the FILE SECTION or WORKING-STORAGE of any
                                        SEPARATE.
           05 MRF-DIVZERO-FLAG      PIC X.
           05 MRF-SIZE-ERROR-FLAG   PIC X.
           05 MRF-ENTRY-TYPE        PIC X.
           05 MRF-REVERSED-FLAG     PIC X.
           05 MRF-ORIG-KEY.
               10 MRF-ORIG-RUN-DATE     PIC 9(8).
               10 MRF-ORIG-RUN-NUMBER   PIC 9(3).
               10 MRF-ORIG-RECORD-NUMBER PIC 9(9).
           05 MRF-LINEAGE.
               10 MRF-FEED-FILE-ID      PIC X(8).
               10 MRF-FEED-CREATE-DATE  PIC 9(8).
               10 MRF-FEED-RECORD-NUMBER PIC 9(9).
