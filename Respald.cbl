      * Tectonics: cobc
      *
      * Modification history:
      * 15/10/26 - EMPRESP.DAT image widened to 76 bytes for the pay
      *            group (EMP-GRUPO) appended to EMP-REG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2RESPALD.
       COPY CTAREC.

       FD  EMP-IMAGEN.
       01  EIM-LINEA PIC X(76).

       FD  DED-IMAGEN.
       01  DIM-LINEA PIC X(16).
