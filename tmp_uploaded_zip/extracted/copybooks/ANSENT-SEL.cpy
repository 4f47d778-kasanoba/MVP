      *> ANSENT-SEL.cpy
      *> FILE-CONTROL entry for the teachers' keyed answer sets, a
      *> KSDS on worksheet id + student id (see jcl/ANSDEFN.jcl
      *> for the DEFINE).  The ANSENTRY screen writes every set a
      *> teacher keys; the nightly ANSEXT run extracts the
      *> submitted sets onto the STUANS file WSGRADE grades.
           SELECT ANSWER-ENTRY-FILE ASSIGN TO "ANSENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-KEY
               FILE STATUS IS WS-ANSENT-STATUS.
