      *>--------------------------------------------------------------
      *> WATCHLST - one entry on the external sanctions / PEP
      *> watch-list file, delivered weekly by the list provider and
      *> screened nightly against the CLINAME client name master by
      *> SANCSCRN. WL-ENTRY-ID is the provider's own key for the
      *> entry and does not change; WL-LIST-UPDATED is the date the
      *> provider last amended the entry, so an amended entry can be
      *> told from the one an analyst already cleared. Individuals
      *> carry FIRSTNAME/LASTNAME; an entity is listed with the whole
      *> name in WL-LASTNAME and WL-FIRSTNAME SPACES.
      *>--------------------------------------------------------------
       01  WATCH-LIST-REC.
           05  WL-ENTRY-ID                  PIC X(12).
           05  WL-LIST-SOURCE               PIC X(08).
           05  WL-ENTRY-TYPE                PIC X(01).
               88  WL-SANCTIONED                VALUE "S".
               88  WL-POLITICALLY-EXPOSED       VALUE "P".
           05  WL-FIRSTNAME                 PIC X(30).
           05  WL-LASTNAME                  PIC X(30).
           05  WL-LIST-UPDATED              PIC X(08).
