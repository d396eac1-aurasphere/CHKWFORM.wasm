      * Shop business calendar record -- BUSCAL.DAT, one row per
      * date that departs from the ordinary week, keyed by the
      * date. With no row, Monday to Friday is a business day and
      * Saturday and Sunday are not; a row overrides that:
      *   BCAL-TYPE  'H' -- public or bank holiday, not a business
      *                     day;
      *   BCAL-TYPE  'N' -- other non-processing day (shop closure,
      *                     systems outage declared in advance);
      *   BCAL-TYPE  'P' -- processing day falling on a weekend,
      *                     counted as a business day.
      * Operations load each year's rows ahead of the year through
      * calmaint; every job asks the busday routine rather than
      * reading the file itself, so all of them agree on what a
      * business day is.
       01 BUSCAL-RECORD.
           05 BCAL-DATE          PIC 9(8).
           05 BCAL-TYPE          PIC X.
           05 BCAL-DESCRIPTION   PIC X(30).
           05 BCAL-CHANGED-AT    PIC X(14).
           05 BCAL-CHANGED-BY    PIC X(8).
