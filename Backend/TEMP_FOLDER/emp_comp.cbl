               AT END
                   MOVE 'Y' TO END-OF-FILE
               NOT AT END
      *> A version MASTFIX voided stays on file for the record only.
                   IF EMPM-STATUS NOT = 'V'
                       PERFORM COMPARE-ONE-VERSION
                   END-IF
           END-READ.

      * ----------------------------------------------------------- *
