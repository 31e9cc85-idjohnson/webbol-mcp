*> never effective above 8192, since that is the fixed size of every
*> LS-REQUEST-BUF downstream of it
          05 CFG-MAX-BODY-SIZE      PIC 9(8) COMP-5.
*> Largest share of the catalog, as a percentage of the records on
*> file, one upstream feed compare may change or retire before
*> CATALOG-FEED stops rather than write its transactions
          05 CFG-FEED-MAX-CHANGE-PCT PIC 9(3) COMP.
*> Months a record may go without maintenance (RF-LAST-MAINT)
*> before CATALOG-QUALITY lists it as stale
          05 CFG-QUALITY-STALE-MONTHS PIC 9(3) COMP.
*> Transactions between commit checkpoints in RECORDS-MAINT - the
*> most a restart ever has to back out and apply again
          05 CFG-MAINT-CKPT         PIC 9(6) COMP.
*> Days CONTENT-INSTALL's archived document-root versions are kept
*> for rollback before CONTENT-ROLLBACK's purge deletes them
          05 CFG-CONTENT-ARCHIVE-DAYS PIC 9(4) COMP.
