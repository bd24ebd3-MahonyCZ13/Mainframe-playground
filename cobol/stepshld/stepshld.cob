000210*
000220* MOD HISTORY
000230*   02-09-2026 PK  INITIAL VERSION.
000232*   15-10-2026 PK  ACCEPT HELLO'S RUN-CONTEXT AREA (SEE RUNCTX)
000234*                  AS A SECOND PARAMETER AND PASS IT THROUGH TO
000236*                  THE STEP PROGRAM, SO A SHIELDED STEP SEES
000238*                  THE SAME CONTEXT AS AN UNSHIELDED ONE.
000240* ------------------------------------------------------------ *
000250 ENVIRONMENT DIVISION.
000260*
000350 LINKAGE SECTION.
000360 COPY SHLDPARM REPLACING SHIELD-CALL-PARMS
000370     BY SHIELD-CALL-PARMS-PASSED.
000372 COPY RUNCTX REPLACING RUN-CONTEXT-AREA
000374     BY RUN-CONTEXT-AREA-PASSED.
000380*
000390 PROCEDURE DIVISION USING SHIELD-CALL-PARMS-PASSED
000392     RUN-CONTEXT-AREA-PASSED.
000400*
000410 0000-MAINLINE.
000420     MOVE "N"    TO SHLD-CALL-FAIL-FLAG.
000430     MOVE 0      TO SHLD-RETURN-CODE.
000440     PERFORM 1000-REGISTER-HANDLER THRU 1000-EXIT.
000450     MOVE 0 TO RETURN-CODE.
000460     CALL SHLD-PROGRAM-ID USING RUN-CONTEXT-AREA-PASSED
000470         ON EXCEPTION
000480             MOVE "Y" TO SHLD-CALL-FAIL-FLAG
000490             MOVE 16 TO RETURN-CODE
