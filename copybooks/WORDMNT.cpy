      *  MAPS: WMSCR - WORD LIST MAINTENANCE (ADD/UPDATE/BROWSE/     *
      *  DELETE BY WORDID), WBSCR - SCROLLABLE BROWSE LIST, PAGED    *
      *  FORWARD/BACKWARD FROM A WORDID OR CATEGORY/DIFFICULTY       *
      *  ANCHOR, WRSCR - PENDING WORD SUGGESTION REVIEW LIST, PAGED  *
      *  BY SUGGESTION ID, WITH APPROVE AND REJECT-WITH-REASON       *
      *  HAND-MAINTAINED TO MATCH THE OUTPUT OF THE BMS ASSEMBLY     *
      *  IN bms/WORDMNT.bms - REGENERATE BOTH TOGETHER IF FIELDS     *
      *  CHANGE                                                      *
       02  FILLER REDEFINES ACTFLAGF.
           03  ACTFLAGA  PIC X.
       02  ACTFLAGI  PIC X(1).
       02  EFFFROML  PIC S9(4) COMP.
       02  EFFFROMF  PIC X.
       02  FILLER REDEFINES EFFFROMF.
           03  EFFFROMA  PIC X.
       02  EFFFROMI  PIC X(10).
       02  EFFTOL  PIC S9(4) COMP.
       02  EFFTOF  PIC X.
       02  FILLER REDEFINES EFFTOF.
           03  EFFTOA  PIC X.
       02  EFFTOI  PIC X(10).
       02  FUNCL  PIC S9(4) COMP.
       02  FUNCF  PIC X.
       02  FILLER REDEFINES FUNCF.
       02  FILLER PIC X(3).
       02  ACTFLAGO  PIC X(1).
       02  FILLER PIC X(3).
       02  EFFFROMO  PIC X(10).
       02  FILLER PIC X(3).
       02  EFFTOO  PIC X(10).
       02  FILLER PIC X(3).
       02  FUNCO  PIC X(3).
       02  FILLER PIC X(3).
       02  MSG1O  PIC X(40).
       02  WL10ACO  PIC X(1).
       02  FILLER PIC X(3).
       02  WBMSG1O  PIC X(40).
       01  WRSCRI.
       02  FILLER PIC X(12).
       02  WR01IDL  PIC S9(4) COMP.
       02  WR01IDF  PIC X.
       02  FILLER REDEFINES WR01IDF.
           03  WR01IDA  PIC X.
       02  WR01IDI  PIC X(9).
       02  WR01WDL  PIC S9(4) COMP.
       02  WR01WDF  PIC X.
       02  FILLER REDEFINES WR01WDF.
           03  WR01WDA  PIC X.
       02  WR01WDI  PIC X(30).
       02  WR01CTL  PIC S9(4) COMP.
       02  WR01CTF  PIC X.
       02  FILLER REDEFINES WR01CTF.
           03  WR01CTA  PIC X.
       02  WR01CTI  PIC X(10).
       02  WR01DFL  PIC S9(4) COMP.
       02  WR01DFF  PIC X.
       02  FILLER REDEFINES WR01DFF.
           03  WR01DFA  PIC X.
       02  WR01DFI  PIC X(6).
       02  WR01OPL  PIC S9(4) COMP.
       02  WR01OPF  PIC X.
       02  FILLER REDEFINES WR01OPF.
           03  WR01OPA  PIC X.
       02  WR01OPI  PIC X(3).
       02  WR01DTL  PIC S9(4) COMP.
       02  WR01DTF  PIC X.
       02  FILLER REDEFINES WR01DTF.
           03  WR01DTA  PIC X.
       02  WR01DTI  PIC X(10).
       02  WR02IDL  PIC S9(4) COMP.
       02  WR02IDF  PIC X.
       02  FILLER REDEFINES WR02IDF.
           03  WR02IDA  PIC X.
       02  WR02IDI  PIC X(9).
       02  WR02WDL  PIC S9(4) COMP.
       02  WR02WDF  PIC X.
       02  FILLER REDEFINES WR02WDF.
           03  WR02WDA  PIC X.
       02  WR02WDI  PIC X(30).
       02  WR02CTL  PIC S9(4) COMP.
       02  WR02CTF  PIC X.
       02  FILLER REDEFINES WR02CTF.
           03  WR02CTA  PIC X.
       02  WR02CTI  PIC X(10).
       02  WR02DFL  PIC S9(4) COMP.
       02  WR02DFF  PIC X.
       02  FILLER REDEFINES WR02DFF.
           03  WR02DFA  PIC X.
       02  WR02DFI  PIC X(6).
       02  WR02OPL  PIC S9(4) COMP.
       02  WR02OPF  PIC X.
       02  FILLER REDEFINES WR02OPF.
           03  WR02OPA  PIC X.
       02  WR02OPI  PIC X(3).
       02  WR02DTL  PIC S9(4) COMP.
       02  WR02DTF  PIC X.
       02  FILLER REDEFINES WR02DTF.
           03  WR02DTA  PIC X.
       02  WR02DTI  PIC X(10).
       02  WR03IDL  PIC S9(4) COMP.
       02  WR03IDF  PIC X.
       02  FILLER REDEFINES WR03IDF.
           03  WR03IDA  PIC X.
       02  WR03IDI  PIC X(9).
       02  WR03WDL  PIC S9(4) COMP.
       02  WR03WDF  PIC X.
       02  FILLER REDEFINES WR03WDF.
           03  WR03WDA  PIC X.
       02  WR03WDI  PIC X(30).
       02  WR03CTL  PIC S9(4) COMP.
       02  WR03CTF  PIC X.
       02  FILLER REDEFINES WR03CTF.
           03  WR03CTA  PIC X.
       02  WR03CTI  PIC X(10).
       02  WR03DFL  PIC S9(4) COMP.
       02  WR03DFF  PIC X.
       02  FILLER REDEFINES WR03DFF.
           03  WR03DFA  PIC X.
       02  WR03DFI  PIC X(6).
       02  WR03OPL  PIC S9(4) COMP.
       02  WR03OPF  PIC X.
       02  FILLER REDEFINES WR03OPF.
           03  WR03OPA  PIC X.
       02  WR03OPI  PIC X(3).
       02  WR03DTL  PIC S9(4) COMP.
       02  WR03DTF  PIC X.
       02  FILLER REDEFINES WR03DTF.
           03  WR03DTA  PIC X.
       02  WR03DTI  PIC X(10).
       02  WR04IDL  PIC S9(4) COMP.
       02  WR04IDF  PIC X.
       02  FILLER REDEFINES WR04IDF.
           03  WR04IDA  PIC X.
       02  WR04IDI  PIC X(9).
       02  WR04WDL  PIC S9(4) COMP.
       02  WR04WDF  PIC X.
       02  FILLER REDEFINES WR04WDF.
           03  WR04WDA  PIC X.
       02  WR04WDI  PIC X(30).
       02  WR04CTL  PIC S9(4) COMP.
       02  WR04CTF  PIC X.
       02  FILLER REDEFINES WR04CTF.
           03  WR04CTA  PIC X.
       02  WR04CTI  PIC X(10).
       02  WR04DFL  PIC S9(4) COMP.
       02  WR04DFF  PIC X.
       02  FILLER REDEFINES WR04DFF.
           03  WR04DFA  PIC X.
       02  WR04DFI  PIC X(6).
       02  WR04OPL  PIC S9(4) COMP.
       02  WR04OPF  PIC X.
       02  FILLER REDEFINES WR04OPF.
           03  WR04OPA  PIC X.
       02  WR04OPI  PIC X(3).
       02  WR04DTL  PIC S9(4) COMP.
       02  WR04DTF  PIC X.
       02  FILLER REDEFINES WR04DTF.
           03  WR04DTA  PIC X.
       02  WR04DTI  PIC X(10).
       02  WR05IDL  PIC S9(4) COMP.
       02  WR05IDF  PIC X.
       02  FILLER REDEFINES WR05IDF.
           03  WR05IDA  PIC X.
       02  WR05IDI  PIC X(9).
       02  WR05WDL  PIC S9(4) COMP.
       02  WR05WDF  PIC X.
       02  FILLER REDEFINES WR05WDF.
           03  WR05WDA  PIC X.
       02  WR05WDI  PIC X(30).
       02  WR05CTL  PIC S9(4) COMP.
       02  WR05CTF  PIC X.
       02  FILLER REDEFINES WR05CTF.
           03  WR05CTA  PIC X.
       02  WR05CTI  PIC X(10).
       02  WR05DFL  PIC S9(4) COMP.
       02  WR05DFF  PIC X.
       02  FILLER REDEFINES WR05DFF.
           03  WR05DFA  PIC X.
       02  WR05DFI  PIC X(6).
       02  WR05OPL  PIC S9(4) COMP.
       02  WR05OPF  PIC X.
       02  FILLER REDEFINES WR05OPF.
           03  WR05OPA  PIC X.
       02  WR05OPI  PIC X(3).
       02  WR05DTL  PIC S9(4) COMP.
       02  WR05DTF  PIC X.
       02  FILLER REDEFINES WR05DTF.
           03  WR05DTA  PIC X.
       02  WR05DTI  PIC X(10).
       02  WR06IDL  PIC S9(4) COMP.
       02  WR06IDF  PIC X.
       02  FILLER REDEFINES WR06IDF.
           03  WR06IDA  PIC X.
       02  WR06IDI  PIC X(9).
       02  WR06WDL  PIC S9(4) COMP.
       02  WR06WDF  PIC X.
       02  FILLER REDEFINES WR06WDF.
           03  WR06WDA  PIC X.
       02  WR06WDI  PIC X(30).
       02  WR06CTL  PIC S9(4) COMP.
       02  WR06CTF  PIC X.
       02  FILLER REDEFINES WR06CTF.
           03  WR06CTA  PIC X.
       02  WR06CTI  PIC X(10).
       02  WR06DFL  PIC S9(4) COMP.
       02  WR06DFF  PIC X.
       02  FILLER REDEFINES WR06DFF.
           03  WR06DFA  PIC X.
       02  WR06DFI  PIC X(6).
       02  WR06OPL  PIC S9(4) COMP.
       02  WR06OPF  PIC X.
       02  FILLER REDEFINES WR06OPF.
           03  WR06OPA  PIC X.
       02  WR06OPI  PIC X(3).
       02  WR06DTL  PIC S9(4) COMP.
       02  WR06DTF  PIC X.
       02  FILLER REDEFINES WR06DTF.
           03  WR06DTA  PIC X.
       02  WR06DTI  PIC X(10).
       02  WR07IDL  PIC S9(4) COMP.
       02  WR07IDF  PIC X.
       02  FILLER REDEFINES WR07IDF.
           03  WR07IDA  PIC X.
       02  WR07IDI  PIC X(9).
       02  WR07WDL  PIC S9(4) COMP.
       02  WR07WDF  PIC X.
       02  FILLER REDEFINES WR07WDF.
           03  WR07WDA  PIC X.
       02  WR07WDI  PIC X(30).
       02  WR07CTL  PIC S9(4) COMP.
       02  WR07CTF  PIC X.
       02  FILLER REDEFINES WR07CTF.
           03  WR07CTA  PIC X.
       02  WR07CTI  PIC X(10).
       02  WR07DFL  PIC S9(4) COMP.
       02  WR07DFF  PIC X.
       02  FILLER REDEFINES WR07DFF.
           03  WR07DFA  PIC X.
       02  WR07DFI  PIC X(6).
       02  WR07OPL  PIC S9(4) COMP.
       02  WR07OPF  PIC X.
       02  FILLER REDEFINES WR07OPF.
           03  WR07OPA  PIC X.
       02  WR07OPI  PIC X(3).
       02  WR07DTL  PIC S9(4) COMP.
       02  WR07DTF  PIC X.
       02  FILLER REDEFINES WR07DTF.
           03  WR07DTA  PIC X.
       02  WR07DTI  PIC X(10).
       02  WR08IDL  PIC S9(4) COMP.
       02  WR08IDF  PIC X.
       02  FILLER REDEFINES WR08IDF.
           03  WR08IDA  PIC X.
       02  WR08IDI  PIC X(9).
       02  WR08WDL  PIC S9(4) COMP.
       02  WR08WDF  PIC X.
       02  FILLER REDEFINES WR08WDF.
           03  WR08WDA  PIC X.
       02  WR08WDI  PIC X(30).
       02  WR08CTL  PIC S9(4) COMP.
       02  WR08CTF  PIC X.
       02  FILLER REDEFINES WR08CTF.
           03  WR08CTA  PIC X.
       02  WR08CTI  PIC X(10).
       02  WR08DFL  PIC S9(4) COMP.
       02  WR08DFF  PIC X.
       02  FILLER REDEFINES WR08DFF.
           03  WR08DFA  PIC X.
       02  WR08DFI  PIC X(6).
       02  WR08OPL  PIC S9(4) COMP.
       02  WR08OPF  PIC X.
       02  FILLER REDEFINES WR08OPF.
           03  WR08OPA  PIC X.
       02  WR08OPI  PIC X(3).
       02  WR08DTL  PIC S9(4) COMP.
       02  WR08DTF  PIC X.
       02  FILLER REDEFINES WR08DTF.
           03  WR08DTA  PIC X.
       02  WR08DTI  PIC X(10).
       02  WR09IDL  PIC S9(4) COMP.
       02  WR09IDF  PIC X.
       02  FILLER REDEFINES WR09IDF.
           03  WR09IDA  PIC X.
       02  WR09IDI  PIC X(9).
       02  WR09WDL  PIC S9(4) COMP.
       02  WR09WDF  PIC X.
       02  FILLER REDEFINES WR09WDF.
           03  WR09WDA  PIC X.
       02  WR09WDI  PIC X(30).
       02  WR09CTL  PIC S9(4) COMP.
       02  WR09CTF  PIC X.
       02  FILLER REDEFINES WR09CTF.
           03  WR09CTA  PIC X.
       02  WR09CTI  PIC X(10).
       02  WR09DFL  PIC S9(4) COMP.
       02  WR09DFF  PIC X.
       02  FILLER REDEFINES WR09DFF.
           03  WR09DFA  PIC X.
       02  WR09DFI  PIC X(6).
       02  WR09OPL  PIC S9(4) COMP.
       02  WR09OPF  PIC X.
       02  FILLER REDEFINES WR09OPF.
           03  WR09OPA  PIC X.
       02  WR09OPI  PIC X(3).
       02  WR09DTL  PIC S9(4) COMP.
       02  WR09DTF  PIC X.
       02  FILLER REDEFINES WR09DTF.
           03  WR09DTA  PIC X.
       02  WR09DTI  PIC X(10).
       02  WR10IDL  PIC S9(4) COMP.
       02  WR10IDF  PIC X.
       02  FILLER REDEFINES WR10IDF.
           03  WR10IDA  PIC X.
       02  WR10IDI  PIC X(9).
       02  WR10WDL  PIC S9(4) COMP.
       02  WR10WDF  PIC X.
       02  FILLER REDEFINES WR10WDF.
           03  WR10WDA  PIC X.
       02  WR10WDI  PIC X(30).
       02  WR10CTL  PIC S9(4) COMP.
       02  WR10CTF  PIC X.
       02  FILLER REDEFINES WR10CTF.
           03  WR10CTA  PIC X.
       02  WR10CTI  PIC X(10).
       02  WR10DFL  PIC S9(4) COMP.
       02  WR10DFF  PIC X.
       02  FILLER REDEFINES WR10DFF.
           03  WR10DFA  PIC X.
       02  WR10DFI  PIC X(6).
       02  WR10OPL  PIC S9(4) COMP.
       02  WR10OPF  PIC X.
       02  FILLER REDEFINES WR10OPF.
           03  WR10OPA  PIC X.
       02  WR10OPI  PIC X(3).
       02  WR10DTL  PIC S9(4) COMP.
       02  WR10DTF  PIC X.
       02  FILLER REDEFINES WR10DTF.
           03  WR10DTA  PIC X.
       02  WR10DTI  PIC X(10).
       02  WRSIDL  PIC S9(4) COMP.
       02  WRSIDF  PIC X.
       02  FILLER REDEFINES WRSIDF.
           03  WRSIDA  PIC X.
       02  WRSIDI  PIC X(9).
       02  WRRSNL  PIC S9(4) COMP.
       02  WRRSNF  PIC X.
       02  FILLER REDEFINES WRRSNF.
           03  WRRSNA  PIC X.
       02  WRRSNI  PIC X(30).
       02  WRMSG1L  PIC S9(4) COMP.
       02  WRMSG1F  PIC X.
       02  FILLER REDEFINES WRMSG1F.
           03  WRMSG1A  PIC X.
       02  WRMSG1I  PIC X(40).
       01  WRSCRO REDEFINES WRSCRI.
       02  FILLER PIC X(12).
       02  FILLER PIC X(3).
       02  WR01IDO  PIC X(9).
       02  FILLER PIC X(3).
       02  WR01WDO  PIC X(30).
       02  FILLER PIC X(3).
       02  WR01CTO  PIC X(10).
       02  FILLER PIC X(3).
       02  WR01DFO  PIC X(6).
       02  FILLER PIC X(3).
       02  WR01OPO  PIC X(3).
       02  FILLER PIC X(3).
       02  WR01DTO  PIC X(10).
       02  FILLER PIC X(3).
       02  WR02IDO  PIC X(9).
       02  FILLER PIC X(3).
       02  WR02WDO  PIC X(30).
       02  FILLER PIC X(3).
       02  WR02CTO  PIC X(10).
       02  FILLER PIC X(3).
       02  WR02DFO  PIC X(6).
       02  FILLER PIC X(3).
       02  WR02OPO  PIC X(3).
       02  FILLER PIC X(3).
       02  WR02DTO  PIC X(10).
       02  FILLER PIC X(3).
       02  WR03IDO  PIC X(9).
       02  FILLER PIC X(3).
       02  WR03WDO  PIC X(30).
       02  FILLER PIC X(3).
       02  WR03CTO  PIC X(10).
       02  FILLER PIC X(3).
       02  WR03DFO  PIC X(6).
       02  FILLER PIC X(3).
       02  WR03OPO  PIC X(3).
       02  FILLER PIC X(3).
       02  WR03DTO  PIC X(10).
       02  FILLER PIC X(3).
       02  WR04IDO  PIC X(9).
       02  FILLER PIC X(3).
       02  WR04WDO  PIC X(30).
       02  FILLER PIC X(3).
       02  WR04CTO  PIC X(10).
       02  FILLER PIC X(3).
       02  WR04DFO  PIC X(6).
       02  FILLER PIC X(3).
       02  WR04OPO  PIC X(3).
       02  FILLER PIC X(3).
       02  WR04DTO  PIC X(10).
       02  FILLER PIC X(3).
       02  WR05IDO  PIC X(9).
       02  FILLER PIC X(3).
       02  WR05WDO  PIC X(30).
       02  FILLER PIC X(3).
       02  WR05CTO  PIC X(10).
       02  FILLER PIC X(3).
       02  WR05DFO  PIC X(6).
       02  FILLER PIC X(3).
       02  WR05OPO  PIC X(3).
       02  FILLER PIC X(3).
       02  WR05DTO  PIC X(10).
       02  FILLER PIC X(3).
       02  WR06IDO  PIC X(9).
       02  FILLER PIC X(3).
       02  WR06WDO  PIC X(30).
       02  FILLER PIC X(3).
       02  WR06CTO  PIC X(10).
       02  FILLER PIC X(3).
       02  WR06DFO  PIC X(6).
       02  FILLER PIC X(3).
       02  WR06OPO  PIC X(3).
       02  FILLER PIC X(3).
       02  WR06DTO  PIC X(10).
       02  FILLER PIC X(3).
       02  WR07IDO  PIC X(9).
       02  FILLER PIC X(3).
       02  WR07WDO  PIC X(30).
       02  FILLER PIC X(3).
       02  WR07CTO  PIC X(10).
       02  FILLER PIC X(3).
       02  WR07DFO  PIC X(6).
       02  FILLER PIC X(3).
       02  WR07OPO  PIC X(3).
       02  FILLER PIC X(3).
       02  WR07DTO  PIC X(10).
       02  FILLER PIC X(3).
       02  WR08IDO  PIC X(9).
       02  FILLER PIC X(3).
       02  WR08WDO  PIC X(30).
       02  FILLER PIC X(3).
       02  WR08CTO  PIC X(10).
       02  FILLER PIC X(3).
       02  WR08DFO  PIC X(6).
       02  FILLER PIC X(3).
       02  WR08OPO  PIC X(3).
       02  FILLER PIC X(3).
       02  WR08DTO  PIC X(10).
       02  FILLER PIC X(3).
       02  WR09IDO  PIC X(9).
       02  FILLER PIC X(3).
       02  WR09WDO  PIC X(30).
       02  FILLER PIC X(3).
       02  WR09CTO  PIC X(10).
       02  FILLER PIC X(3).
       02  WR09DFO  PIC X(6).
       02  FILLER PIC X(3).
       02  WR09OPO  PIC X(3).
       02  FILLER PIC X(3).
       02  WR09DTO  PIC X(10).
       02  FILLER PIC X(3).
       02  WR10IDO  PIC X(9).
       02  FILLER PIC X(3).
       02  WR10WDO  PIC X(30).
       02  FILLER PIC X(3).
       02  WR10CTO  PIC X(10).
       02  FILLER PIC X(3).
       02  WR10DFO  PIC X(6).
       02  FILLER PIC X(3).
       02  WR10OPO  PIC X(3).
       02  FILLER PIC X(3).
       02  WR10DTO  PIC X(10).
       02  FILLER PIC X(3).
       02  WRSIDO  PIC X(9).
       02  FILLER PIC X(3).
       02  WRRSNO  PIC X(30).
       02  FILLER PIC X(3).
       02  WRMSG1O  PIC X(40).
