      *================================================================*
      * EXMREC.CPY                                                     *
      * Exception master (EXCMAST), one record per rejected input     *
      * value, keyed on the full exception identity: run date,        *
      * transmission sequence, stream, and record number. It replaces *
      * the daily exception files (EXCyyyymmdd) as the place every    *
      * reject lives: a whole-file BUGSOLUTION run writes it directly *
      * and STRMCONS loads the stream work files of a split run into  *
      * it. EXM-STATUS is where the reject stands now - open until an *
      * operator or the return run acts on it, then corrected,        *
      * returned, or forced by EXCREPAIR and SRCRETURN, recycled when *
      * the checker injects the correction, and re-rejected when that *
      * correction fails the edit again (the new reject is a record   *
      * of its own). EXM-CHANGED-BY and EXM-CHANGED-TIMESTAMP name    *
      * the user or program that last moved the status. The other     *
      * fields carry the exception exactly as EXCREC.CPY does. Reason *
      * DU is a detail rejected as a duplicate of a reference already *
      * processed; EXM-SOURCE-REFERENCE names it.                     *
      *================================================================*
       01  EXCEPTION-MASTER-RECORD.
           05  EXM-KEY.
               10  EXM-RUN-DATE        PIC 9(8).
               10  EXM-FILE-SEQUENCE   PIC 9(6).
               10  EXM-STREAM-ID       PIC 9(2).
               10  EXM-RECORD-NUMBER   PIC 9(8).
           05  EXM-VALUE               PIC X(10).
           05  EXM-TIMESTAMP           PIC X(21).
           05  EXM-SOURCE-CATEGORY     PIC X(3).
           05  EXM-REJECT-REASON       PIC X(2).
               88  EXM-REASON-NONNUMERIC           VALUE "NN".
               88  EXM-REASON-UNKNOWN-CAT          VALUE "UC".
               88  EXM-REASON-RECYCLE-REJECT       VALUE "RR".
               88  EXM-REASON-DUPLICATE            VALUE "DU".
           05  EXM-RECYCLE-ATTEMPTS    PIC 9(2).
           05  EXM-SOURCE-SYSTEM       PIC X(8).
           05  EXM-STATUS              PIC X(1).
               88  EXM-OPEN                        VALUE 'O'.
               88  EXM-CORRECTED                   VALUE 'C'.
               88  EXM-RETURNED                    VALUE 'R'.
               88  EXM-FORCED                      VALUE 'F'.
               88  EXM-RECYCLED                    VALUE 'Y'.
               88  EXM-REREJECTED                  VALUE 'X'.
           05  EXM-CHANGED-BY          PIC X(8).
           05  EXM-CHANGED-TIMESTAMP   PIC X(21).
           05  EXM-SOURCE-REFERENCE    PIC X(11).
