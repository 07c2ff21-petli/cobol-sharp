      * ERAW-REC - one account's entries audhera removed from one
      * yearly audit-history archive for an erasure request, appended
      * to ERASWK so the acctera step that follows can list the
      * archive years on the request's completion certificate.
      * ERAW-RUN-DT is the business date of the audhera run, so
      * acctera takes only tonight's records from a file appended to
      * night after night.
       01 ERAW-REC.
           05 ERAW-ACCT-NO         PIC 9(09).
           05 ERAW-ARCH-YEAR       PIC 9(04).
           05 ERAW-REMOVED-CNT     PIC 9(07).
           05 ERAW-RUN-DT          PIC 9(08).
