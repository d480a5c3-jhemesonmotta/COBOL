      ******************************************************************
      * Copybook:   FIBLPARM
      * Purpose:    Communication area for the FIBOLKUP lookup module.
      *             The caller supplies FBL-SEQUENCE-ID and
      *             FBL-TERM-INDEX and gets back the term and a found
      *             flag, so a program that needs a handful of terms
      *             reads them by key from the FIBOKEY cluster
      *             instead of loading FIBOUT. A term of up to nine
      *             digits answers in FBL-TERM-VALUE with a zero long
      *             length; past nine digits the short field caps at
      *             all nines and the digits come back in
      *             FBL-LONG-VALUE with FBL-LONG-LENGTH saying how
      *             many there are. When the cluster is mid-rebuild
      *             (the nightly name swap has it deleted, renamed or
      *             held) the rebuild flag is raised instead of the
      *             lookup simply missing, so the caller can retry
      *             rather than report a term that does not exist;
      *             FBL-FILE-STATUS carries the status behind the
      *             answer.
      ******************************************************************
       01  FIBO-LOOKUP-PARMS.
           05  FBL-SEQUENCE-ID         PIC X(04).
           05  FBL-TERM-INDEX          PIC 9(04).
           05  FBL-TERM-VALUE          PIC 9(09).
           05  FBL-LONG-LENGTH         PIC 9(03).
               88  FBL-SHORT-TERM              VALUE ZERO.
           05  FBL-LONG-VALUE          PIC X(200).
           05  FBL-FOUND-SW            PIC X(01).
               88  FBL-FOUND                   VALUE "Y".
               88  FBL-NOT-FOUND               VALUE "N".
           05  FBL-REBUILD-SW          PIC X(01).
               88  FBL-REBUILDING              VALUE "Y".
               88  FBL-NOT-REBUILDING          VALUE "N".
           05  FBL-FILE-STATUS         PIC X(02).
