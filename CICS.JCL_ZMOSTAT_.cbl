//* THE WHOLE MONTH. SAFELY RERUNNABLE - EXISTING VSAM.ZMOSTAT
//* ROWS FOR THE MONTH ARE REPLACED.
//*
//* CUTOVER MONTH (THE MONTH ZCNVSNP RAN - SEE CICS.JCL_ZCNVSNP_.cbl):
//* SNAPIN MUST HOLD 34-BYTE ROWS ONLY, AND EACH NIGHT ONCE. THE
//* 31-BYTE GENERATION ZCNVSNP COPIED IS STILL CATALOGED JUST BEHIND
//* ITS CONVERTED COPY - LEAVE IT OUT, WITH EVERY OLDER GENERATION.
//* EITHER
//*   A. START SNAPIN AT THE CONVERTED GENERATION - THE NIGHTS
//*      BEFORE IT DROP OUT OF THE AVERAGES (DAYS= ON MOSRPT SHOWS
//*      HOW MANY EACH ACCOUNT GOT), OR
//*   B. CONVERT THE MONTH'S EARLIER GENERATIONS TOO (ZCNVSNP TO
//*      U0210.CNV.SNAP.DYYYYMMDD) AND CONCATENATE THOSE COPIES,
//*      OLDEST FIRST, AHEAD OF THE CONVERTED GENERATION.
//* FROM THE FOLLOWING MONTH EVERY GENERATION IS 34 BYTES AND THE
//* USUAL CONCATENATION APPLIES.
//*
//RUN     EXEC PGM=ZMOSTAT
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMRUNC DD DSN=U0210.VSAM.ZRUNCTL,DISP=SHR
