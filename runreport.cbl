      *    pour être cumulées par les mêmes paragraphes.

       FD  ARC-FILE.
       01  ARC-RECORD PIC X(152).

       WORKING-STORAGE SECTION.
           COPY DATEFMT.
