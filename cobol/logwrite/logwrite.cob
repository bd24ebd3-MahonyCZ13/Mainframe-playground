000548     END-IF.
000550     GOBACK.
000560 0000-MAINLINE-EXIT.
000565     EXIT.
000570*
000580* ---------------------------------------------------------- *
000590* 1000-OPEN-BATCH-LOG - APPEND ACROSS RUNS, CREATING THE FILE  *
