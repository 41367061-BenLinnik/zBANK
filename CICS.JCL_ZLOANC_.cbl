//ZLOANC  JOB CLASS=A,MSGCLASS=X
//*
//* NIGHTLY INSTALMENT-LOAN COLLECTION. RUN IN THE COPY2VSM/ZINTR
//* BATCH WINDOW - AFTER ZSTORD AND BEFORE ZINTR - SO THE LR/LP/LI
//* JOURNAL ENTRIES LAND ON THE SAME BUSINESS DATE ZRECON
//* RECONCILES. LOANRPT LISTS THE INSTALMENTS COLLECTED; ARRSRPT IS
//* THE DAILY ARREARS REPORT. INSTALMENTS THAT CANNOT BE COLLECTED
//* STAY IN ARREARS AND RETRY ON THE NEXT NIGHTLY RUN.
//*
//RUN     EXEC PGM=ZLOANC
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMRUNC DD DSN=U0210.VSAM.ZRUNCTL,DISP=SHR
//OVRDCARD DD DUMMY
//VSAMLOAN DD DSN=U0210.VSAM.ZLOAN,DISP=SHR
//VSAMZBNK DD DSN=U0210.VSAM.ZBANK,DISP=SHR
//JRNLZBNK DD DSN=U0210.VSAM.JRNLZBNK,DISP=SHR
//VSAMHIST DD DSN=U0210.VSAM.JRNLHIST,DISP=SHR
//VSAMREFC DD DSN=U0210.VSAM.ZREFCTL,DISP=SHR
//VSAMHOLD DD DSN=U0210.VSAM.ZHOLDS,DISP=SHR
//VSAMCAL  DD DSN=U0210.VSAM.ZCALEND,DISP=SHR
//LOANRPT  DD SYSOUT=A
//ARRSRPT  DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
