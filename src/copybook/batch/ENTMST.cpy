      *----------------------------------------------------------------
      *  ENTMST.CPY
      *  Legal-entity master record -- the layout of ENTMST.DAT, the
      *  authoritative list of the entities TRN-ENTITY-CODE and
      *  PNLOUT's ENTITY-CODE may name.  Until it existed any four
      *  characters were an entity, and a typo opened a new one that
      *  GLEXTR00 balanced on its own.  Maintained through the online
      *  ENTMNT00 transaction (ENTM); UTLVAL00 rejects trades for
      *  unknown or inactive entities against it, the reports print
      *  ENT-NAME next to the bare code, and GLEXTR00 translates each
      *  entity's USD journal into ENT-FUNCTIONAL-CCY for its
      *  statutory books.
      *
      *  ENT-STATUS: 'A' active; 'I' inactive -- new trades are
      *  rejected but the entry stays so history and the ledger still
      *  report under its name.
      *
      *  ENT-GL-COMPANY is the company code the entity's books carry
      *  in the general ledger.
      *
      *  ENT-LEI, appended after every original field so no existing
      *  field moves, is the entity's 20-character legal entity
      *  identifier -- how the regulator's trade repository knows the
      *  reporting party.  REGEXT00 puts it on every trade the entity
      *  reports; SPACES until it has been keyed through ENTM, and a
      *  trade for an entity without one is held off the extract.
      *----------------------------------------------------------------
       01  ENT-REC.
           05  ENT-ENTITY-CODE       PIC X(04).
           05  ENT-NAME              PIC X(30).
           05  ENT-FUNCTIONAL-CCY    PIC X(03).
           05  ENT-STATUS            PIC X(01).
               88  ENT-ACTIVE        VALUE 'A'.
               88  ENT-INACTIVE      VALUE 'I'.
           05  ENT-GL-COMPANY        PIC X(04).
           05  ENT-LEI               PIC X(20).
