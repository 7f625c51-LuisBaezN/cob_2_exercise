      * Tectonics: cobc
      *
      * Modification history:
      * 15/10/26 - EMPRESP.DAT image widened to 76 bytes for the pay
      *            group (EMP-GRUPO); an older 75-byte image restores
      *            with a blank group, which reads as monthly.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2RESTAUR.
       COPY CTAREC.

       FD  EMP-IMAGEN.
       01  EIM-LINEA PIC X(76).

       FD  DED-IMAGEN.
       01  DIM-LINEA PIC X(16).
