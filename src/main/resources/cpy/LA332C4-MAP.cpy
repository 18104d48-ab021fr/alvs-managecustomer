      *    LA332C4-MAP.CPY
      *    SYMBOLIC MAP FOR MAPSET LA332MV / MAP LA332V, AS GENERATED
      *    FROM THE BMS SOURCE IN LA332MV.BMS (TIOAPFX=YES). CARRIED
      *    WITH THE PROGRAM SOURCE SO LA332C4 COMPILES WITHOUT A BMS
      *    ASSEMBLY STEP; REGENERATE FROM THE BMS SOURCE IF THE MAP
      *    LAYOUT CHANGES.
       01  LA332VI.
           03 FILLER PIC X(012).
           03 CTYPEL PIC S9(004) COMP.
           03 CTYPEF PIC X(001).
           03 FILLER REDEFINES CTYPEF.
              05 CTYPEA PIC X(001).
           03 CTYPEI PIC X(008).
           03 CVALUEL PIC S9(004) COMP.
           03 CVALUEF PIC X(001).
           03 FILLER REDEFINES CVALUEF.
              05 CVALUEA PIC X(001).
           03 CVALUEI PIC X(010).
           03 DESCL PIC S9(004) COMP.
           03 DESCF PIC X(001).
           03 FILLER REDEFINES DESCF.
              05 DESCA PIC X(001).
           03 DESCI PIC X(030).
           03 EFFDTL PIC S9(004) COMP.
           03 EFFDTF PIC X(001).
           03 FILLER REDEFINES EFFDTF.
              05 EFFDTA PIC X(001).
           03 EFFDTI PIC X(008).
           03 EXPDTL PIC S9(004) COMP.
           03 EXPDTF PIC X(001).
           03 FILLER REDEFINES EXPDTF.
              05 EXPDTA PIC X(001).
           03 EXPDTI PIC X(008).
           03 MNTDTL PIC S9(004) COMP.
           03 MNTDTF PIC X(001).
           03 FILLER REDEFINES MNTDTF.
              05 MNTDTA PIC X(001).
           03 MNTDTI PIC X(008).
           03 MNTUSL PIC S9(004) COMP.
           03 MNTUSF PIC X(001).
           03 FILLER REDEFINES MNTUSF.
              05 MNTUSA PIC X(001).
           03 MNTUSI PIC X(008).
           03 CARR01L PIC S9(004) COMP.
           03 CARR01F PIC X(001).
           03 FILLER REDEFINES CARR01F.
              05 CARR01A PIC X(001).
           03 CARR01I PIC X(022).
           03 CARR02L PIC S9(004) COMP.
           03 CARR02F PIC X(001).
           03 FILLER REDEFINES CARR02F.
              05 CARR02A PIC X(001).
           03 CARR02I PIC X(022).
           03 CARR03L PIC S9(004) COMP.
           03 CARR03F PIC X(001).
           03 FILLER REDEFINES CARR03F.
              05 CARR03A PIC X(001).
           03 CARR03I PIC X(022).
           03 CARR04L PIC S9(004) COMP.
           03 CARR04F PIC X(001).
           03 FILLER REDEFINES CARR04F.
              05 CARR04A PIC X(001).
           03 CARR04I PIC X(022).
           03 CARR05L PIC S9(004) COMP.
           03 CARR05F PIC X(001).
           03 FILLER REDEFINES CARR05F.
              05 CARR05A PIC X(001).
           03 CARR05I PIC X(022).
           03 CARR06L PIC S9(004) COMP.
           03 CARR06F PIC X(001).
           03 FILLER REDEFINES CARR06F.
              05 CARR06A PIC X(001).
           03 CARR06I PIC X(022).
           03 CARR07L PIC S9(004) COMP.
           03 CARR07F PIC X(001).
           03 FILLER REDEFINES CARR07F.
              05 CARR07A PIC X(001).
           03 CARR07I PIC X(022).
           03 CARR08L PIC S9(004) COMP.
           03 CARR08F PIC X(001).
           03 FILLER REDEFINES CARR08F.
              05 CARR08A PIC X(001).
           03 CARR08I PIC X(022).
           03 CARR09L PIC S9(004) COMP.
           03 CARR09F PIC X(001).
           03 FILLER REDEFINES CARR09F.
              05 CARR09A PIC X(001).
           03 CARR09I PIC X(022).
           03 CARR10L PIC S9(004) COMP.
           03 CARR10F PIC X(001).
           03 FILLER REDEFINES CARR10F.
              05 CARR10A PIC X(001).
           03 CARR10I PIC X(022).
           03 MSGLNL PIC S9(004) COMP.
           03 MSGLNF PIC X(001).
           03 FILLER REDEFINES MSGLNF.
              05 MSGLNA PIC X(001).
           03 MSGLNI PIC X(060).
       01  LA332VO REDEFINES LA332VI.
           03 FILLER PIC X(012).
           03 FILLER PIC X(003).
           03 CTYPEO PIC X(008).
           03 FILLER PIC X(003).
           03 CVALUEO PIC X(010).
           03 FILLER PIC X(003).
           03 DESCO PIC X(030).
           03 FILLER PIC X(003).
           03 EFFDTO PIC X(008).
           03 FILLER PIC X(003).
           03 EXPDTO PIC X(008).
           03 FILLER PIC X(003).
           03 MNTDTO PIC X(008).
           03 FILLER PIC X(003).
           03 MNTUSO PIC X(008).
           03 FILLER PIC X(003).
           03 CARR01O PIC X(022).
           03 FILLER PIC X(003).
           03 CARR02O PIC X(022).
           03 FILLER PIC X(003).
           03 CARR03O PIC X(022).
           03 FILLER PIC X(003).
           03 CARR04O PIC X(022).
           03 FILLER PIC X(003).
           03 CARR05O PIC X(022).
           03 FILLER PIC X(003).
           03 CARR06O PIC X(022).
           03 FILLER PIC X(003).
           03 CARR07O PIC X(022).
           03 FILLER PIC X(003).
           03 CARR08O PIC X(022).
           03 FILLER PIC X(003).
           03 CARR09O PIC X(022).
           03 FILLER PIC X(003).
           03 CARR10O PIC X(022).
           03 FILLER PIC X(003).
           03 MSGLNO PIC X(060).
