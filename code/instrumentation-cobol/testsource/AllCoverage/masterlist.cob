    88 FM-ACCOUNT-ACTIVE VALUE 'A'.
    88 FM-ACCOUNT-CLOSED VALUE 'C'.
  05 FM-CREATED-DATE PIC X(8).
  05 FM-LAST-ACTIVITY-DATE PIC X(8).
  05 FM-ACTIVITY-COUNT PIC 9(6).
  05 FM-LAST-DEPT-ID PIC 9999.
FD MASTER-LISTING.
01 MASTER-LISTING-REC PIC X(80).
WORKING-STORAGE SECTION.
