       DATA DIVISION.
       FILE SECTION.
       FD  VIVO-FILE.
       01  LINEA-VIVO PIC X(140).

       FD  ARCHIVO-FILE.
       01  LINEA-ARCHIVO PIC X(140).

       FD  TEMP-FILE.
       01  LINEA-TEMP PIC X(140).

       WORKING-STORAGE SECTION.
       01 WS-VIVO-STATUS PIC XX.
