000140* PARAGRAPH 000X) AND STOPS THE RUN ITSELF ONCE THE
000150* OPERATOR ANSWERS "0" TO "CONTINUE?", SO ONE CALL IS
000160* ALL THIS DRIVER EVER MAKES.
000161*
000162* THE OPERATOR'S USER ID COMES IN AS THE PROGRAM PARM,
000163* NEVER FROM THE KEYBOARD - THE CLNTTERM CLIST INVOKES
000164* IT AS  CALL 'PROD.LOADLIB(CLNTTERM)' '&SYSUID'  SO IT
000165* IS ALWAYS THE ID THE OPERATOR LOGGED ON WITH.
000166* PROCCLNT CHECKS IT AGAINST CLNTOPRF AND STAMPS IT ON
000167* THE AUDIT TRAIL.  NO PARM, NO SESSION.
000170*
000180* DATE       AUTHOR    DESCRIPTION
000190* 08/09/26   JMELTON   INITIAL VERSION
000195* 10/15/26   JMELTON   SIGN-ON - PASSES THE LOGGED-ON USER
000197*                      ID FROM THE PARM TO PROCCLNT.
000198* 10/15/26   JMELTON   TAKES ONLY AS MANY BYTES OF THE USER
000199*                      ID AS THE PARM LENGTH SAYS.
000200*****************************************************
000210 ENVIRONMENT DIVISION.
000220 DATA DIVISION.
000230 WORKING-STORAGE SECTION.
000240****CALL PARAMETER RECORD PASSED TO PROCCLNT.  SEE CLNTPARM.
000250     COPY CLNTPARM.
000251 77  TERM-USERID-LEN     PIC S9(04) COMP VALUE ZERO.
000252 LINKAGE SECTION.
000254****PARM AREA AS THE SYSTEM HANDS IT OVER - HALFWORD
000256****LENGTH, THEN THE LOGGED-ON USER ID.
000258 01  TERM-PARM.
000260     05  TERM-PARM-LEN    PIC S9(04) COMP.
000262     05  TERM-PARM-USERID PIC X(08).
000264 PROCEDURE DIVISION USING TERM-PARM.
000270 0000-MAINLINE.
000272     IF TERM-PARM-LEN < 1
000274         DISPLAY "CLNTTERM - NO USER ID PASSED - START THE "
000276             "SESSION THROUGH THE CLNTTERM CLIST"
000277         MOVE 8 TO RETURN-CODE
000278         STOP RUN
000279     END-IF.
000280     MOVE SPACES TO CLNTPARMREC.
000290     MOVE 'N' TO PARM-BATCH-SW.
000291****ONLY THE BYTES THE PARM LENGTH COVERS ARE THE USER ID.
000292     MOVE TERM-PARM-LEN TO TERM-USERID-LEN.
000294     IF TERM-USERID-LEN > 8
000295         MOVE 8 TO TERM-USERID-LEN
000296     END-IF.
000298     MOVE SPACES TO PARM-USERID.
000299     MOVE TERM-PARM-USERID (1:TERM-USERID-LEN) TO PARM-USERID.
000300     CALL "PROCCLNT" USING CLNTPARMREC.
000310     STOP RUN.
