       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FILE.
       01  LINEA-ARCHIVO PIC X(140).

       WORKING-STORAGE SECTION.
       01 WS-ARCHIVO-STATUS PIC XX.
