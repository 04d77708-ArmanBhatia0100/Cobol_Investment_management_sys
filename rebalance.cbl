
      * One line per model and sector; a model's percentages are
      * expected to total 100 but the drift arithmetic does not
      * depend on it. MDL-BENCHMARK-ID is the model's benchmark
      * index for PERFCALC and is not used here.
       FD MODEL-FILE.
       01 MODEL-RECORD.
           05 MDL-MODEL-ID         PIC X(8).
           05 MDL-SECTOR           PIC X(10).
           05 FILLER               PIC X(1).
           05 MDL-TARGET-PCT       PIC 9(3)V99.
           05 FILLER               PIC X(1).
           05 MDL-BENCHMARK-ID     PIC X(8).

       FD PORTFOLIO-FILE.
       01 INVESTMENT-RECORD.
