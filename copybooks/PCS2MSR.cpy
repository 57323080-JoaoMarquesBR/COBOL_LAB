      *************************************************************
      *  PCS2MSR                                                  *
      *  SYMBOLIC MAP FOR THE PCS2MSR INQUIRY MAPSET USED BY      *
      *  PCS2PRGR. SLSPDTL IS THE SALESPERSON DETAIL SCREEN AND   *
      *  SLSPLST THE BRANCH LIST. KEEP IN STEP WITH PCS2MSR.BMS.  *
      *************************************************************
       01  SLSPDTLI.
           02  FILLER PIC X(12).
           02  DDATEL    COMP  PIC  S9(4).
           02  DDATEF    PICTURE X.
           02  FILLER REDEFINES DDATEF.
             03 DDATEA    PICTURE X.
           02  DDATEI    PIC X(10).
           02  DSLSPL    COMP  PIC  S9(4).
           02  DSLSPF    PICTURE X.
           02  FILLER REDEFINES DSLSPF.
             03 DSLSPA    PICTURE X.
           02  DSLSPI    PIC X(5).
           02  DBRCHL    COMP  PIC  S9(4).
           02  DBRCHF    PICTURE X.
           02  FILLER REDEFINES DBRCHF.
             03 DBRCHA    PICTURE X.
           02  DBRCHI    PIC X(3).
           02  DNAMEL    COMP  PIC  S9(4).
           02  DNAMEF    PICTURE X.
           02  FILLER REDEFINES DNAMEF.
             03 DNAMEA    PICTURE X.
           02  DNAMEI    PIC X(26).
           02  DBRDPL    COMP  PIC  S9(4).
           02  DBRDPF    PICTURE X.
           02  FILLER REDEFINES DBRDPF.
             03 DBRDPA    PICTURE X.
           02  DBRDPI    PIC X(5).
           02  DBRNML    COMP  PIC  S9(4).
           02  DBRNMF    PICTURE X.
           02  FILLER REDEFINES DBRNMF.
             03 DBRNMA    PICTURE X.
           02  DBRNMI    PIC X(20).
           02  DSTATL    COMP  PIC  S9(4).
           02  DSTATF    PICTURE X.
           02  FILLER REDEFINES DSTATF.
             03 DSTATA    PICTURE X.
           02  DSTATI    PIC X(10).
           02  DTERML    COMP  PIC  S9(4).
           02  DTERMF    PICTURE X.
           02  FILLER REDEFINES DTERMF.
             03 DTERMA    PICTURE X.
           02  DTERMI    PIC X(10).
           02  DRATEL    COMP  PIC  S9(4).
           02  DRATEF    PICTURE X.
           02  FILLER REDEFINES DRATEF.
             03 DRATEA    PICTURE X.
           02  DRATEI    PIC X(5).
           02  DGROSL    COMP  PIC  S9(4).
           02  DGROSF    PICTURE X.
           02  FILLER REDEFINES DGROSF.
             03 DGROSA    PICTURE X.
           02  DGROSI    PIC X(15).
           02  DRETNL    COMP  PIC  S9(4).
           02  DRETNF    PICTURE X.
           02  FILLER REDEFINES DRETNF.
             03 DRETNA    PICTURE X.
           02  DRETNI    PIC X(15).
           02  DNETL     COMP  PIC  S9(4).
           02  DNETF     PICTURE X.
           02  FILLER REDEFINES DNETF.
             03 DNETA     PICTURE X.
           02  DNETI     PIC X(15).
           02  DQPERL    COMP  PIC  S9(4).
           02  DQPERF    PICTURE X.
           02  FILLER REDEFINES DQPERF.
             03 DQPERA    PICTURE X.
           02  DQPERI    PIC X(7).
           02  DQUOTL    COMP  PIC  S9(4).
           02  DQUOTF    PICTURE X.
           02  FILLER REDEFINES DQUOTF.
             03 DQUOTA    PICTURE X.
           02  DQUOTI    PIC X(15).
           02  DATTNL    COMP  PIC  S9(4).
           02  DATTNF    PICTURE X.
           02  FILLER REDEFINES DATTNF.
             03 DATTNA    PICTURE X.
           02  DATTNI    PIC X(8).
           02  DHIS1L    COMP  PIC  S9(4).
           02  DHIS1F    PICTURE X.
           02  FILLER REDEFINES DHIS1F.
             03 DHIS1A    PICTURE X.
           02  DHIS1I    PIC X(76).
           02  DHIS2L    COMP  PIC  S9(4).
           02  DHIS2F    PICTURE X.
           02  FILLER REDEFINES DHIS2F.
             03 DHIS2A    PICTURE X.
           02  DHIS2I    PIC X(76).
           02  DHIS3L    COMP  PIC  S9(4).
           02  DHIS3F    PICTURE X.
           02  FILLER REDEFINES DHIS3F.
             03 DHIS3A    PICTURE X.
           02  DHIS3I    PIC X(76).
           02  DHIS4L    COMP  PIC  S9(4).
           02  DHIS4F    PICTURE X.
           02  FILLER REDEFINES DHIS4F.
             03 DHIS4A    PICTURE X.
           02  DHIS4I    PIC X(76).
           02  DHIS5L    COMP  PIC  S9(4).
           02  DHIS5F    PICTURE X.
           02  FILLER REDEFINES DHIS5F.
             03 DHIS5A    PICTURE X.
           02  DHIS5I    PIC X(76).
           02  DPCNTL    COMP  PIC  S9(4).
           02  DPCNTF    PICTURE X.
           02  FILLER REDEFINES DPCNTF.
             03 DPCNTA    PICTURE X.
           02  DPCNTI    PIC X(3).
           02  DPTOTL    COMP  PIC  S9(4).
           02  DPTOTF    PICTURE X.
           02  FILLER REDEFINES DPTOTF.
             03 DPTOTA    PICTURE X.
           02  DPTOTI    PIC X(15).
           02  DPND1L    COMP  PIC  S9(4).
           02  DPND1F    PICTURE X.
           02  FILLER REDEFINES DPND1F.
             03 DPND1A    PICTURE X.
           02  DPND1I    PIC X(74).
           02  DPND2L    COMP  PIC  S9(4).
           02  DPND2F    PICTURE X.
           02  FILLER REDEFINES DPND2F.
             03 DPND2A    PICTURE X.
           02  DPND2I    PIC X(74).
           02  DRCNTL    COMP  PIC  S9(4).
           02  DRCNTF    PICTURE X.
           02  FILLER REDEFINES DRCNTF.
             03 DRCNTA    PICTURE X.
           02  DRCNTI    PIC X(3).
           02  DREJ1L    COMP  PIC  S9(4).
           02  DREJ1F    PICTURE X.
           02  FILLER REDEFINES DREJ1F.
             03 DREJ1A    PICTURE X.
           02  DREJ1I    PIC X(74).
           02  DMSGL     COMP  PIC  S9(4).
           02  DMSGF     PICTURE X.
           02  FILLER REDEFINES DMSGF.
             03 DMSGA     PICTURE X.
           02  DMSGI     PIC X(78).
       01  SLSPDTLO REDEFINES SLSPDTLI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DDATEO    PIC X(10).
           02  FILLER PICTURE X(3).
           02  DSLSPO    PIC X(5).
           02  FILLER PICTURE X(3).
           02  DBRCHO    PIC X(3).
           02  FILLER PICTURE X(3).
           02  DNAMEO    PIC X(26).
           02  FILLER PICTURE X(3).
           02  DBRDPO    PIC X(5).
           02  FILLER PICTURE X(3).
           02  DBRNMO    PIC X(20).
           02  FILLER PICTURE X(3).
           02  DSTATO    PIC X(10).
           02  FILLER PICTURE X(3).
           02  DTERMO    PIC X(10).
           02  FILLER PICTURE X(3).
           02  DRATEO    PIC X(5).
           02  FILLER PICTURE X(3).
           02  DGROSO    PIC X(15).
           02  FILLER PICTURE X(3).
           02  DRETNO    PIC X(15).
           02  FILLER PICTURE X(3).
           02  DNETO     PIC X(15).
           02  FILLER PICTURE X(3).
           02  DQPERO    PIC X(7).
           02  FILLER PICTURE X(3).
           02  DQUOTO    PIC X(15).
           02  FILLER PICTURE X(3).
           02  DATTNO    PIC X(8).
           02  FILLER PICTURE X(3).
           02  DHIS1O    PIC X(76).
           02  FILLER PICTURE X(3).
           02  DHIS2O    PIC X(76).
           02  FILLER PICTURE X(3).
           02  DHIS3O    PIC X(76).
           02  FILLER PICTURE X(3).
           02  DHIS4O    PIC X(76).
           02  FILLER PICTURE X(3).
           02  DHIS5O    PIC X(76).
           02  FILLER PICTURE X(3).
           02  DPCNTO    PIC X(3).
           02  FILLER PICTURE X(3).
           02  DPTOTO    PIC X(15).
           02  FILLER PICTURE X(3).
           02  DPND1O    PIC X(74).
           02  FILLER PICTURE X(3).
           02  DPND2O    PIC X(74).
           02  FILLER PICTURE X(3).
           02  DRCNTO    PIC X(3).
           02  FILLER PICTURE X(3).
           02  DREJ1O    PIC X(74).
           02  FILLER PICTURE X(3).
           02  DMSGO     PIC X(78).
       01  SLSPLSTI.
           02  FILLER PIC X(12).
           02  LDATEL    COMP  PIC  S9(4).
           02  LDATEF    PICTURE X.
           02  FILLER REDEFINES LDATEF.
             03 LDATEA    PICTURE X.
           02  LDATEI    PIC X(10).
           02  LBRCHL    COMP  PIC  S9(4).
           02  LBRCHF    PICTURE X.
           02  FILLER REDEFINES LBRCHF.
             03 LBRCHA    PICTURE X.
           02  LBRCHI    PIC X(3).
           02  LPAGEL    COMP  PIC  S9(4).
           02  LPAGEF    PICTURE X.
           02  FILLER REDEFINES LPAGEF.
             03 LPAGEA    PICTURE X.
           02  LPAGEI    PIC X(3).
           02  LSLSPL    COMP  PIC  S9(4).
           02  LSLSPF    PICTURE X.
           02  FILLER REDEFINES LSLSPF.
             03 LSLSPA    PICTURE X.
           02  LSLSPI    PIC X(5).
           02  LLN01L    COMP  PIC  S9(4).
           02  LLN01F    PICTURE X.
           02  FILLER REDEFINES LLN01F.
             03 LLN01A    PICTURE X.
           02  LLN01I    PIC X(76).
           02  LLN02L    COMP  PIC  S9(4).
           02  LLN02F    PICTURE X.
           02  FILLER REDEFINES LLN02F.
             03 LLN02A    PICTURE X.
           02  LLN02I    PIC X(76).
           02  LLN03L    COMP  PIC  S9(4).
           02  LLN03F    PICTURE X.
           02  FILLER REDEFINES LLN03F.
             03 LLN03A    PICTURE X.
           02  LLN03I    PIC X(76).
           02  LLN04L    COMP  PIC  S9(4).
           02  LLN04F    PICTURE X.
           02  FILLER REDEFINES LLN04F.
             03 LLN04A    PICTURE X.
           02  LLN04I    PIC X(76).
           02  LLN05L    COMP  PIC  S9(4).
           02  LLN05F    PICTURE X.
           02  FILLER REDEFINES LLN05F.
             03 LLN05A    PICTURE X.
           02  LLN05I    PIC X(76).
           02  LLN06L    COMP  PIC  S9(4).
           02  LLN06F    PICTURE X.
           02  FILLER REDEFINES LLN06F.
             03 LLN06A    PICTURE X.
           02  LLN06I    PIC X(76).
           02  LLN07L    COMP  PIC  S9(4).
           02  LLN07F    PICTURE X.
           02  FILLER REDEFINES LLN07F.
             03 LLN07A    PICTURE X.
           02  LLN07I    PIC X(76).
           02  LLN08L    COMP  PIC  S9(4).
           02  LLN08F    PICTURE X.
           02  FILLER REDEFINES LLN08F.
             03 LLN08A    PICTURE X.
           02  LLN08I    PIC X(76).
           02  LLN09L    COMP  PIC  S9(4).
           02  LLN09F    PICTURE X.
           02  FILLER REDEFINES LLN09F.
             03 LLN09A    PICTURE X.
           02  LLN09I    PIC X(76).
           02  LLN10L    COMP  PIC  S9(4).
           02  LLN10F    PICTURE X.
           02  FILLER REDEFINES LLN10F.
             03 LLN10A    PICTURE X.
           02  LLN10I    PIC X(76).
           02  LLN11L    COMP  PIC  S9(4).
           02  LLN11F    PICTURE X.
           02  FILLER REDEFINES LLN11F.
             03 LLN11A    PICTURE X.
           02  LLN11I    PIC X(76).
           02  LLN12L    COMP  PIC  S9(4).
           02  LLN12F    PICTURE X.
           02  FILLER REDEFINES LLN12F.
             03 LLN12A    PICTURE X.
           02  LLN12I    PIC X(76).
           02  LMSGL     COMP  PIC  S9(4).
           02  LMSGF     PICTURE X.
           02  FILLER REDEFINES LMSGF.
             03 LMSGA     PICTURE X.
           02  LMSGI     PIC X(78).
       01  SLSPLSTO REDEFINES SLSPLSTI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  LDATEO    PIC X(10).
           02  FILLER PICTURE X(3).
           02  LBRCHO    PIC X(3).
           02  FILLER PICTURE X(3).
           02  LPAGEO    PIC X(3).
           02  FILLER PICTURE X(3).
           02  LSLSPO    PIC X(5).
           02  FILLER PICTURE X(3).
           02  LLN01O    PIC X(76).
           02  FILLER PICTURE X(3).
           02  LLN02O    PIC X(76).
           02  FILLER PICTURE X(3).
           02  LLN03O    PIC X(76).
           02  FILLER PICTURE X(3).
           02  LLN04O    PIC X(76).
           02  FILLER PICTURE X(3).
           02  LLN05O    PIC X(76).
           02  FILLER PICTURE X(3).
           02  LLN06O    PIC X(76).
           02  FILLER PICTURE X(3).
           02  LLN07O    PIC X(76).
           02  FILLER PICTURE X(3).
           02  LLN08O    PIC X(76).
           02  FILLER PICTURE X(3).
           02  LLN09O    PIC X(76).
           02  FILLER PICTURE X(3).
           02  LLN10O    PIC X(76).
           02  FILLER PICTURE X(3).
           02  LLN11O    PIC X(76).
           02  FILLER PICTURE X(3).
           02  LLN12O    PIC X(76).
           02  FILLER PICTURE X(3).
           02  LMSGO     PIC X(78).
