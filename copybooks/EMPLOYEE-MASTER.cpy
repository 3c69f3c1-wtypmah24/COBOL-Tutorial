      *>****************************************************************
       01 EMPLOYEE-MASTER-RECORD.
           05 MASTER-EMP-ID        PIC X(06).
      *>  Formerly the single ten-character MASTER-NAME. NAME-CONVERT
      *>  moved every name into the surname / given / preferred
      *>  fields at the end of the record and blanked this slot; it
      *>  stays so every later field keeps its offset in the
      *>  EMPHIST.DAT images and the unloads.
           05 FILLER               PIC X(10).
           05 MASTER-AGE           PIC 9(03).
           05 MASTER-FAVORITE-FOOD PIC X(10).
           05 MASTER-PROFESSION    PIC X(10).
      *>  clock over. Records written before the field existed read
      *>  back with spaces there and carry no bridged service.
           05 MASTER-PRIOR-SERVICE PIC 9(02).
      *>  The employee's name at realistic widths, legal surname and
      *>  given name plus the name they go by. Reports sort and print
      *>  on the surname; NAME-FORMAT builds the printed forms
      *>  ("Surname, Given" for lists, "Given Surname" for address
      *>  blocks, the preferred name for a salutation) so every
      *>  reader lays a name out the same way. A blank preferred
      *>  name means the given name is the one used.
           05 MASTER-SURNAME       PIC X(20).
           05 MASTER-GIVEN-NAME    PIC X(15).
           05 MASTER-PREFERRED-NAME PIC X(15).
