           COPY PERIODOS-FD.CPY.

       FD ARQUIVO-NOTAS-NOVO
           RECORD CONTAINS 121 CHARACTERS.
       01 REGISTRO-NOTAS-NOVO PIC X(121).

       WORKING-STORAGE SECTION.

