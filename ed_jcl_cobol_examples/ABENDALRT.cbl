      ***           OPERATIONS' EMAIL/PAGE FORWARDER IS CONFIGURED TO
      ***           PICK UP FROM THE CONSOLE LOG, SO A FAILED JOB GETS
      ***           NOTICED WITHOUT SOMEONE HAVING TO SPOT IT IN THE
      ***           SCHEDULER'S JOB LOG. CODE 'CAP' IS THE NIGHTLY
      ***           DATA FILE INVENTORY'S WARNING THAT A FILE IS
      ***           NEARING THE CAPACITY OF THE PROGRAM READING IT
      ***           (JOB NAME = THE FILE'S ALERT NAME).
      ***
      ***           ALERT STATE IS KEPT ACROSS CALLS IN THE ALRTSTAT
      ***           DATASET, KEYED ON JOB/STEP/CODE: A REPEAT OF THE
      *  A TABLE ENTRY, NOT A CODE CHANGE.                             *
      *****************************************************************
       01  WATCHED-CODE-FIELDS.
           05  WATCHED-CODE-CNT        PIC  9(02) COMP   VALUE  3.
           05  WATCHED-CODE-TABLE.
               10  FILLER              PIC  X(03) VALUE  '806'.
               10  FILLER              PIC  X(03) VALUE  '422'.
               10  FILLER              PIC  X(03) VALUE  'CAP'.
           05  WATCHED-CODE  REDEFINES WATCHED-CODE-TABLE
                                       PIC  X(03) OCCURS 3 TIMES.

       LINKAGE SECTION.

