      *----------------------------------------------------------------
      * CMES-REG - month-end run control (CIERMES.DAT), one line per
      * step of the stream 2CIERMES drives for one period: the step's
      * program, its state ("P" pending, "E" running, "T" finished,
      * "F" failed), when it started and ended, the return code it
      * ended with and who ran it. A rerun resumes at the first step
      * not finished, under the period stored here. Each pay group
      * keeps its own six lines (CMES-GRUPO, blank = monthly), so one
      * group's pending run does not hold back another's.
      *----------------------------------------------------------------
       01  CMES-REG.
           02 CMES-PERIODO  PIC 9(06) VALUE ZEROES.
           02 CMES-PASO     PIC 9(02) VALUE ZEROES.
           02 CMES-PROGRAMA PIC X(08) VALUE SPACES.
           02 CMES-ESTADO   PIC X(01) VALUE "P".
               88 CMES-PENDIENTE VALUE "P".
               88 CMES-EN-PROCESO VALUE "E".
               88 CMES-TERMINADO VALUE "T".
               88 CMES-FALLIDO VALUE "F".
           02 CMES-FEC-INI  PIC 9(08) VALUE ZEROES.
           02 CMES-HORA-INI PIC 9(08) VALUE ZEROES.
           02 CMES-FEC-FIN  PIC 9(08) VALUE ZEROES.
           02 CMES-HORA-FIN PIC 9(08) VALUE ZEROES.
           02 CMES-RC       PIC 9(04) VALUE ZEROES.
           02 CMES-OPERADOR PIC X(08) VALUE SPACES.
           02 CMES-OBS      PIC X(30) VALUE SPACES.
           02 CMES-GRUPO    PIC X(01) VALUE SPACE.
