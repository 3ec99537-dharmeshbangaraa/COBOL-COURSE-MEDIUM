      *----------------------------------------------------------------
      *  CSVROW.CPY
      *  Row-building work area for a report's delimited companion
      *  file -- the spreadsheet copy of a printed report, written
      *  beside the print dataset so nobody has to retype the
      *  printed columns.  The print stays the official copy; the
      *  companion carries the same figures, one row per printed
      *  detail or subtotal line, with no page headers or carriage
      *  control to strip out.
      *
      *  Each report builds one row at a time in CSV-ROW through its
      *  own 8000-series paragraphs (shared here, like RETCODE.cpy,
      *  so the layout is the same in every report that writes one):
      *    - the first column of every row is its ROW TYPE -- DETAIL,
      *      SUBTOTAL, or TOTAL -- so a spreadsheet filter can drop
      *      the rollups before re-adding the detail;
      *    - text columns go out in double quotes, leading and
      *      trailing blanks trimmed, with any double quote inside
      *      the text turned into an apostrophe;
      *    - amounts go out bare with a leading minus sign, never the
      *      trailing sign the print uses;
      *    - a column that has no value on that row type is left
      *      empty (two commas together), never zero-filled;
      *    - CSV-ROW-LEN is the record length the WRITE uses, so no
      *      trailing blanks follow the last column.
      *----------------------------------------------------------------
       01  CSV-ROW                   PIC X(400) VALUE SPACES.
       01  CSV-ROW-PTR               PIC 9(03) COMP-3 VALUE 1.
       01  CSV-ROW-LEN               PIC 9(03) COMP-3 VALUE ZERO.
       01  CSV-COLUMN-COUNT          PIC 9(03) COMP-3 VALUE ZERO.
       01  CSV-ROWS-WRITTEN          PIC 9(07) COMP-3 VALUE ZERO.

      *--  One column's value on its way into the row: the caller
      *--  MOVEs text to CSV-FIELD, or an amount to CSV-AMOUNT-VALUE
      *--  or CSV-QUANTITY-VALUE, then PERFORMs the matching
      *--  8100-series paragraph.
       01  CSV-FIELD                 PIC X(40) VALUE SPACES.
       01  CSV-FIELD-START           PIC 9(03) COMP-3 VALUE ZERO.
       01  CSV-FIELD-END             PIC 9(03) COMP-3 VALUE ZERO.
       01  CSV-FIELD-LEN             PIC 9(03) COMP-3 VALUE ZERO.
       01  CSV-AMOUNT-VALUE          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  CSV-AMOUNT                PIC -(13)9.99.
       01  CSV-QUANTITY-VALUE        PIC S9(11)V9(04) COMP-3
                                      VALUE ZERO.
       01  CSV-QUANTITY              PIC -(11)9.9(04).
       01  CSV-HEADING-SUB           PIC 9(03) COMP-3 VALUE ZERO.
