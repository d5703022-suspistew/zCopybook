      *>--------------------------------------------------------------
      *> GLADJ - one line of a manual GL adjustment journal entry, as
      *> accounting submits it on GLADJIN for GLFEED to post. The
      *> first 47 bytes are a GL-DETAIL-REC exactly as the ledger
      *> ingests it (record type and GJ-DEBIT-CREDIT both "D" or "C",
      *> account, REGION/COUNTRY/PRD group and the two signed
      *> amounts); the bytes GLFEED leaves as FILLER on a detail carry
      *> the journal control fields instead:
      *>   GJ-ENTRY-ID     groups the lines of one journal entry - an
      *>                   entry posts whole or not at all, and its
      *>                   debit lines must equal its credit lines on
      *>                   both amounts;
      *>   GJ-LINE-NUMBER  the line within the entry, for the listing;
      *>   GJ-PREPARED-BY  who keyed the entry;
      *>   GJ-APPROVED-BY  who approved it - never the preparer.
      *> Every line of an entry carries the same preparer and
      *> approver.
      *>--------------------------------------------------------------
       01  GL-ADJUSTMENT-REC.
           05  GJ-RECORD-TYPE               PIC X(01).
           05  GJ-ACCOUNT-CODE              PIC X(08).
           05  GJ-REGION                    PIC X(04).
           05  GJ-COUNTRY                   PIC X(04).
           05  GJ-PRD                       PIC X(03).
           05  GJ-DEBIT-CREDIT              PIC X(01).
               88  GJ-DEBIT                     VALUE "D".
               88  GJ-CREDIT                    VALUE "C".
           05  GJ-AMOUNT-MONNEY-MADE        PIC S9(13).
           05  GJ-AMOUNT-BENEF              PIC S9(13).
           05  GJ-ENTRY-ID                  PIC X(08).
           05  GJ-LINE-NUMBER               PIC 9(03).
           05  GJ-PREPARED-BY               PIC X(08).
           05  GJ-APPROVED-BY               PIC X(08).
           05  FILLER                       PIC X(06).
