      *             flag when the version file says the master moved
      *             on mid-run, so a long chain crossing a
      *             maintenance run hears about it instead of
      *             translating from the superseded master. The
      *             caller may ask for a language in NPL-IDIOMA
      *             (spaces mean the default language, PT); when the
      *             NUMERO has no word in that language the default
      *             language's word comes back instead and the
      *             fallback flag is raised.
      ******************************************************************
       01  NUMPAL-LOOKUP-PARMS.
           05  NPL-NUMERO              PIC 9(03).
           05  NPL-STALE-SW            PIC X(01).
               88  NPL-STALE                   VALUE "Y".
               88  NPL-NOT-STALE               VALUE "N".
           05  NPL-IDIOMA              PIC X(02).
           05  NPL-FALLBACK-SW         PIC X(01).
               88  NPL-FELL-BACK               VALUE "Y".
               88  NPL-NOT-FELL-BACK           VALUE "N".
