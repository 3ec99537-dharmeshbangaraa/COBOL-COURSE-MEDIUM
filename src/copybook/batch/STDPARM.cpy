      *----------------------------------------------------------------
      *  STDPARM.CPY
      *  Standing run-parameter record -- the layout of the STDPARM
      *  dataset BCHCTL00 resolves the chain's mode switches from
      *  before it publishes RUNPARM.DAT.  One entry per parameter
      *  per effective date (YYYYMMDD); the value in force for a
      *  business date is the entry with the latest effective date
      *  on or before it.  Keyed parameter name first, so one
      *  parameter's history reads back in date order.  The names,
      *  value rules and built-in defaults are in STDPDEF.cpy.
      *
      *  Maintained only through the PRMM/PRMA maker/checker pair
      *  (PRMMNT00/PRMAPP00): SPM-MAKER-ID and SPM-CHECKER-ID name who
      *  keyed the entry and who approved it, and every decision is
      *  written to the PRMAUD log.  SPM-PARM-VALUE is left-justified
      *  for the switches and the currency; PNL-THRESHOLD is held as
      *  fifteen zero-filled digits of whole currency units.
      *----------------------------------------------------------------
       01  SPM-REC.
           05  SPM-KEY.
               10  SPM-PARM-NAME         PIC X(16).
               10  SPM-EFFECTIVE-DATE    PIC X(08).
           05  SPM-PARM-VALUE        PIC X(15).
           05  SPM-MAKER-ID          PIC X(08).
           05  SPM-CHECKER-ID        PIC X(08).
           05  SPM-APPROVED-DATE     PIC X(08).
