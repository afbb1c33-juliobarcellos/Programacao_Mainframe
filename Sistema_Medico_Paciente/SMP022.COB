       01 REGCONV.
                03 CODIGO          PIC 9(04).
                03 NOMEC           PIC X(30).
                03 FILLER          PIC X(87).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
