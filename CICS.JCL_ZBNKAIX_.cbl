//ZBNKAIX JOB CLASS=A,MSGCLASS=X
//*
//* ONE-TIME BUILD OF THE ALTERNATE INDEXES DEFINED IN
//* CICS.JCL_VSAMSET_.cbl, FOR WHEN THE BASE CLUSTER ALREADY HELD
//* DATA AT THE TIME THE AIX WAS DEFINED. NOT NEEDED AGAIN AFTER
//* THIS - EACH AIX'S UPGRADE ATTRIBUTE KEEPS IT CURRENT FROM HERE
//* ON AS ITS BASE CLUSTER IS WRITTEN, ONLINE OR IN BATCH (INCLUDING
//* THE NIGHTLY REPRO OF VSAM.ZBANK BY COPY2VSM).
//* STEP1 - NAME-LOOKUP AIX OVER U0210.VSAM.ZBANK.
//* STEP2 - REFERENCE-NUMBER AIX OVER U0210.VSAM.JRNLHIST (ZHISTINQ).
//*
//STEP1 EXEC PGM=IDCAMS,REGION=4096K
//SYSPRINT DD SYSOUT=A
//SYSIN DD *
  BLDINDEX INFILE(INDD) OUTFILE(OUTDD)
/*
//STEP2 EXEC PGM=IDCAMS,REGION=4096K
//SYSPRINT DD SYSOUT=A
//INDD DD DSN=U0210.VSAM.JRNLHIST,DISP=SHR
//OUTDD DD DSN=U0210.VSAM.JRNLHIST.REFAIX,DISP=SHR
//SYSIN DD *
  BLDINDEX INFILE(INDD) OUTFILE(OUTDD)
/*
