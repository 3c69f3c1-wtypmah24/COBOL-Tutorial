      *>****************************************************************
      *> One row of HOLIDAYS.DAT, the ops-maintained holiday calendars
      *> behind the BUSINESS-DAYS subprogram. Each row is a date, its
      *> description and the calendar it belongs to: OFFICE for the
      *> main office, BANK for the bank's settlement calendar, or a
      *> location code for a site that keeps its own days. The
      *> calendar column rides past the description, so a row from
      *> the single-calendar days reads back with a blank calendar
      *> and belongs to OFFICE. A calendar with no rows of its own
      *> is answered from OFFICE. HOLIDAY-MAINT keeps the file; COPY
      *> it under the holiday file's FD.
      *>****************************************************************
       01 HOLIDAY-FILE-RECORD.
           05 HOL-DATE-IN          PIC 9(08).
           05 FILLER               PIC X(01).
           05 HOL-DESC-IN          PIC X(20).
           05 FILLER               PIC X(01).
           05 HOL-CALENDAR-IN      PIC X(08).
