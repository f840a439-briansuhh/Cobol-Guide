      *----------------------------------------------------------------
      * CALREC - business calendar record layout for ADDCAL.DAT, one
      * record per calendar day, kept in date order by
      * AddCalendarMaint, which sets a year up at a time. COPY this
      * under an 01-level group, the same way RECURREC is used.
      *
      * CL-DAY-TYPE B is a business day. W (a Saturday or Sunday)
      * and H (a holiday or other closure) are not. CL-DESCRIPTION
      * names the holiday, or the day of the week on a weekend day.
      * CL-UPDATED-BY is the operator who set the year up or last
      * changed the day.
      *
      * A date that is not on the file - its year has not been set
      * up - is treated by every reader as a business day from
      * Monday to Friday, with a warning that the calendar needs
      * setting up.
      *----------------------------------------------------------------
           05 CL-DATE              PIC 9(8).
           05 CL-DAY-TYPE          PIC X.
              88 CL-BUSINESS-DAY   VALUE 'B'.
              88 CL-WEEKEND-DAY    VALUE 'W'.
              88 CL-HOLIDAY        VALUE 'H'.
           05 CL-DESCRIPTION       PIC X(20).
           05 CL-UPDATED-BY        PIC X(8).
