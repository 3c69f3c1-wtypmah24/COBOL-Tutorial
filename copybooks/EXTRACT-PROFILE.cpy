      *>****************************************************************
      *> One row of EXTPROF.DAT, the extract-profile file: one row per
      *> outside party that takes an employee feed off VENDOR-EXTRACT
      *> (the benefits vendor, the pension administrator, the
      *> insurance carrier). Each names the cipher key its names are
      *> protected under, its own extract, manifest and
      *> acknowledgment files, how often it goes out, which
      *> employees it covers and which fields it carries.
      *> VENDOR-EXTRACT produces every profile due on the night and
      *> VENDOR-ACK-RECON reconciles the same ones. COPY it into
      *> WORKING-STORAGE and READ the profile file INTO it.
      *>****************************************************************
       01 EXTRACT-PROFILE-RECORD.
           05 XP-PROFILE-ID            PIC X(10).
      *>  CIPHER.KEY id the names are enciphered under.
           05 XP-KEY-ID                PIC X(10).
           05 XP-EXTRACT-FILE          PIC X(20).
           05 XP-MANIFEST-FILE         PIC X(20).
           05 XP-ACK-FILE              PIC X(20).
      *>  Nightly, or on the last business day of the week, month
      *>  or quarter - the nightly control program's windows.
           05 XP-FREQUENCY             PIC X(01).
              88 XP-DAILY              VALUE 'D' SPACE.
              88 XP-WEEKLY             VALUE 'W'.
              88 XP-MONTHLY            VALUE 'M'.
              88 XP-QUARTERLY          VALUE 'Q'.
      *>  Every active employee, or only active employees in the
      *>  departments listed.
           05 XP-POPULATION            PIC X(01).
              88 XP-ACTIVE-ONLY        VALUE 'A' SPACE.
              88 XP-DEPARTMENT-LIST    VALUE 'D'.
           05 XP-DEPARTMENTS.
               10 XP-DEPT-CODE         PIC X(04) OCCURS 10 TIMES.
      *>  Field codes the profile carries: NAME, AGE, RAGE (retire
      *>  age), DEPT, DEPS (dependent rows) and PLAN (plan rows).
      *>  Columns for a field left off go out blank, so every feed
      *>  keeps the one extract layout; an empty list carries all.
           05 XP-FIELD-LIST.
               10 XP-FIELD             PIC X(04) OCCURS 8 TIMES.
