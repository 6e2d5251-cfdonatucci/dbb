      *-- SOURCE AND TEXT TO THE OPEN ALRTLOG ITEM AND CLOSES IT
      *-- WITH THE RECOVERED-AUTOMATICALLY STAMP.
           88  ALERT-CLEARED            VALUE 'R'.
      *-- 'S' = SUPPRESSED - PARENT DOWN: A DEPENDENT GROUP'S ALERT
      *-- RAISED WHILE THE CONNECTION, LISTENER OR FILE IT DEPENDS ON
      *-- (SEE ALRTDEPS) IS KNOWN DOWN. ALERTESC ONLY RECORDS IT - CSSL
      *-- AND ALRTHIST, NO CONSOLE, NO ALRTLOG ITEM, NO PAGE - SINCE
      *-- DEPCHK HAS ALREADY RAISED THE ONE CRITICAL FOR THE PARENT.
           88  ALERT-SUPPRESSED         VALUE 'S'.
