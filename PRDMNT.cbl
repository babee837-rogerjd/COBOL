      *          product with a change carrying status D and the end
      *          date; the daily edit then rejects sales against it.
      *          Both input files must be in product code sequence.
      *          Once PRDMSTO is swapped over PRODMAST the keyed
      *          product file the edit reads is rebuilt by PRODLOAD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
