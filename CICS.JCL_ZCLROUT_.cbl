//* ZRECON/ZSNAP/ZJRNARC - SO THE XP DEBITS RECONCILE THE SAME
//* NIGHT. THE TRANSMIT STEP ONLY RUNS WHEN ZCLROUT PROVED ITS
//* CONTROL TOTALS - SAME COND= PATTERN ZGLEXT USES FOR GLEXTR.
//* RUN AFTER ZBULKPY: BLKRELIN IS ITS RELEASE GENERATION, THE
//* ALREADY-DEBITED EXTERNAL ITEMS OF TONIGHT'S BULK PAYMENT FILES.
//* CLROUT RECORD LAYOUT (SAME SHAPE AS THE INBOUND CLRIN):
//*   COL 1-10  BENEFICIARY ACCOUNT AT THE OTHER INSTITUTION
//*   COL 11    DIRECTION - ALWAYS C
//VSAMHIST DD DSN=U0210.VSAM.JRNLHIST,DISP=SHR
//VSAMHOLD DD DSN=U0210.VSAM.ZHOLDS,DISP=SHR
//VSAMREFC DD DSN=U0210.VSAM.ZREFCTL,DISP=SHR
//BLKRELIN DD DSN=U0210.BULKREL.ZBANK(0),DISP=SHR
//VSAMBREG DD DSN=U0210.VSAM.ZBULKREG,DISP=SHR
//VSAMAPPR DD DSN=U0210.VSAM.ZAPPRV,DISP=SHR
//CLROUT   DD DSN=U0210.CLROUT.ZBANK(+1),
//    DISP=(NEW,CATLG,DELETE),
//    SPACE=(CYL,(2,2)),RECFM=FB,LRECL=39
