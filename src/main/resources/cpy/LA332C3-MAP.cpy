      *    LA332C3-MAP.CPY
      *    SYMBOLIC MAP FOR MAPSET LA332MQ / MAP LA332Q, AS GENERATED
      *    FROM THE BMS SOURCE IN LA332MQ.BMS (TIOAPFX=YES). CARRIED
      *    WITH THE PROGRAM SOURCE SO LA332C3 COMPILES WITHOUT A BMS
      *    ASSEMBLY STEP; REGENERATE FROM THE BMS SOURCE IF THE MAP
      *    LAYOUT CHANGES.
       01  LA332QI.
           03 FILLER PIC X(012).
           03 SUSKEYL PIC S9(004) COMP.
           03 SUSKEYF PIC X(001).
           03 FILLER REDEFINES SUSKEYF.
              05 SUSKEYA PIC X(001).
           03 SUSKEYI PIC X(019).
           03 STATL PIC S9(004) COMP.
           03 STATF PIC X(001).
           03 FILLER REDEFINES STATF.
              05 STATA PIC X(001).
           03 STATI PIC X(001).
           03 REASNL PIC S9(004) COMP.
           03 REASNF PIC X(001).
           03 FILLER REDEFINES REASNF.
              05 REASNA PIC X(001).
           03 REASNI PIC X(004).
           03 SRCEL PIC S9(004) COMP.
           03 SRCEF PIC X(001).
           03 FILLER REDEFINES SRCEF.
              05 SRCEA PIC X(001).
           03 SRCEI PIC X(012).
           03 LOADDTL PIC S9(004) COMP.
           03 LOADDTF PIC X(001).
           03 FILLER REDEFINES LOADDTF.
              05 LOADDTA PIC X(001).
           03 LOADDTI PIC X(008).
           03 REPDTL PIC S9(004) COMP.
           03 REPDTF PIC X(001).
           03 FILLER REDEFINES REPDTF.
              05 REPDTA PIC X(001).
           03 REPDTI PIC X(008).
           03 RELDTL PIC S9(004) COMP.
           03 RELDTF PIC X(001).
           03 FILLER REDEFINES RELDTF.
              05 RELDTA PIC X(001).
           03 RELDTI PIC X(008).
           03 OGUIDL PIC S9(004) COMP.
           03 OGUIDF PIC X(001).
           03 FILLER REDEFINES OGUIDF.
              05 OGUIDA PIC X(001).
           03 OGUIDI PIC X(036).
           03 OCARRL PIC S9(004) COMP.
           03 OCARRF PIC X(001).
           03 FILLER REDEFINES OCARRF.
              05 OCARRA PIC X(001).
           03 OCARRI PIC X(022).
           03 OHOLDL PIC S9(004) COMP.
           03 OHOLDF PIC X(001).
           03 FILLER REDEFINES OHOLDF.
              05 OHOLDA PIC X(001).
           03 OHOLDI PIC X(025).
           03 NGUIDL PIC S9(004) COMP.
           03 NGUIDF PIC X(001).
           03 FILLER REDEFINES NGUIDF.
              05 NGUIDA PIC X(001).
           03 NGUIDI PIC X(036).
           03 NTYPEL PIC S9(004) COMP.
           03 NTYPEF PIC X(001).
           03 FILLER REDEFINES NTYPEF.
              05 NTYPEA PIC X(001).
           03 NTYPEI PIC X(010).
           03 NDATEL PIC S9(004) COMP.
           03 NDATEF PIC X(001).
           03 FILLER REDEFINES NDATEF.
              05 NDATEA PIC X(001).
           03 NDATEI PIC X(010).
           03 NTIMEL PIC S9(004) COMP.
           03 NTIMEF PIC X(001).
           03 FILLER REDEFINES NTIMEF.
              05 NTIMEA PIC X(001).
           03 NTIMEI PIC X(010).
           03 NHOLDL PIC S9(004) COMP.
           03 NHOLDF PIC X(001).
           03 FILLER REDEFINES NHOLDF.
              05 NHOLDA PIC X(001).
           03 NHOLDI PIC X(025).
           03 NPOLCL PIC S9(004) COMP.
           03 NPOLCF PIC X(001).
           03 FILLER REDEFINES NPOLCF.
              05 NPOLCA PIC X(001).
           03 NPOLCI PIC X(013).
           03 NCARRL PIC S9(004) COMP.
           03 NCARRF PIC X(001).
           03 FILLER REDEFINES NCARRF.
              05 NCARRA PIC X(001).
           03 NCARRI PIC X(022).
           03 NRSLTL PIC S9(004) COMP.
           03 NRSLTF PIC X(001).
           03 FILLER REDEFINES NRSLTF.
              05 NRSLTA PIC X(001).
           03 NRSLTI PIC X(001).
           03 NSUBTL PIC S9(004) COMP.
           03 NSUBTF PIC X(001).
           03 FILLER REDEFINES NSUBTF.
              05 NSUBTA PIC X(001).
           03 NSUBTI PIC X(010).
           03 NROLEL PIC S9(004) COMP.
           03 NROLEF PIC X(001).
           03 FILLER REDEFINES NROLEF.
              05 NROLEA PIC X(001).
           03 NROLEI PIC X(002).
           03 NIDRTL PIC S9(004) COMP.
           03 NIDRTF PIC X(001).
           03 FILLER REDEFINES NIDRTF.
              05 NIDRTA PIC X(001).
           03 NIDRTI PIC X(010).
           03 NGENDL PIC S9(004) COMP.
           03 NGENDF PIC X(001).
           03 FILLER REDEFINES NGENDF.
              05 NGENDA PIC X(001).
           03 NGENDI PIC X(001).
           03 NBCTYL PIC S9(004) COMP.
           03 NBCTYF PIC X(001).
           03 FILLER REDEFINES NBCTYF.
              05 NBCTYA PIC X(001).
           03 NBCTYI PIC X(010).
           03 NMSRCL PIC S9(004) COMP.
           03 NMSRCF PIC X(001).
           03 FILLER REDEFINES NMSRCF.
              05 NMSRCA PIC X(001).
           03 NMSRCI PIC X(001).
           03 MSGLNL PIC S9(004) COMP.
           03 MSGLNF PIC X(001).
           03 FILLER REDEFINES MSGLNF.
              05 MSGLNA PIC X(001).
           03 MSGLNI PIC X(060).
       01  LA332QO REDEFINES LA332QI.
           03 FILLER PIC X(012).
           03 FILLER PIC X(003).
           03 SUSKEYO PIC X(019).
           03 FILLER PIC X(003).
           03 STATO PIC X(001).
           03 FILLER PIC X(003).
           03 REASNO PIC X(004).
           03 FILLER PIC X(003).
           03 SRCEO PIC X(012).
           03 FILLER PIC X(003).
           03 LOADDTO PIC X(008).
           03 FILLER PIC X(003).
           03 REPDTO PIC X(008).
           03 FILLER PIC X(003).
           03 RELDTO PIC X(008).
           03 FILLER PIC X(003).
           03 OGUIDO PIC X(036).
           03 FILLER PIC X(003).
           03 OCARRO PIC X(022).
           03 FILLER PIC X(003).
           03 OHOLDO PIC X(025).
           03 FILLER PIC X(003).
           03 NGUIDO PIC X(036).
           03 FILLER PIC X(003).
           03 NTYPEO PIC X(010).
           03 FILLER PIC X(003).
           03 NDATEO PIC X(010).
           03 FILLER PIC X(003).
           03 NTIMEO PIC X(010).
           03 FILLER PIC X(003).
           03 NHOLDO PIC X(025).
           03 FILLER PIC X(003).
           03 NPOLCO PIC X(013).
           03 FILLER PIC X(003).
           03 NCARRO PIC X(022).
           03 FILLER PIC X(003).
           03 NRSLTO PIC X(001).
           03 FILLER PIC X(003).
           03 NSUBTO PIC X(010).
           03 FILLER PIC X(003).
           03 NROLEO PIC X(002).
           03 FILLER PIC X(003).
           03 NIDRTO PIC X(010).
           03 FILLER PIC X(003).
           03 NGENDO PIC X(001).
           03 FILLER PIC X(003).
           03 NBCTYO PIC X(010).
           03 FILLER PIC X(003).
           03 NMSRCO PIC X(001).
           03 FILLER PIC X(003).
           03 MSGLNO PIC X(060).
