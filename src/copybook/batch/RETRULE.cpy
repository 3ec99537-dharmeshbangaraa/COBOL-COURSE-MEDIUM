      *----------------------------------------------------------------
      *  RETRULE.CPY
      *  Log retention rule -- the layout of RETRULE.DAT, operations'
      *  card-image list of how long each of the chain's appended
      *  logs and histories is kept live before LOGRET00 sweeps its
      *  older records off.  One record per dataset, named by the DD
      *  the chain reads it under (BCHRUN, BCHTIME, BCHSTEP,
      *  FEEDSTAT, ALRTFEED, OVRAUDIT, GLSENT, PNLLIN); a dataset
      *  with no rule is left exactly as it is.
      *
      *  RTR-KEEP-DAYS is how many days back from the run date a
      *  record stays on the live file, counted off the business
      *  date every one of those records leads with.  LOGRET00 never
      *  keeps fewer days than the readers of a dataset look back
      *  over -- a shorter rule is raised to that floor and flagged.
      *  RTR-ACTION 'A' moves expired records to the dataset's
      *  yearly archive file; 'D' drops them.
      *----------------------------------------------------------------
       01  RTR-REC.
           05  RTR-DATASET           PIC X(08).
           05  RTR-KEEP-DAYS         PIC 9(05).
           05  RTR-ACTION            PIC X(01).
               88  RTR-ARCHIVE           VALUE 'A'.
               88  RTR-DELETE            VALUE 'D'.
           05  FILLER                PIC X(66).
