000010*================================================================
000015*    PESELMAP - SYMBOLIC MAPS FOR MAPSET PESELMAP, MAPS PESELM1
000018*    (PSIQ INQUIRY), PESELM2 (PSMT MAINTENANCE), AND PESELM3
000021*    (PSGD GUARDIAN LINK MAINTENANCE).
000025*    HAND-MAINTAINED TO MATCH BMS SOURCE bms/PESELMAP.bms -
000030*    REGENERATE FROM THE ASSEMBLER MAPSET IF THE TWO EVER DRIFT.
000035*----------------------------------------------------------------
000040* 2026-08-21  RS  ORIGINAL COPYBOOK.
000045* 2026-09-02  RS  ADDED PESELM2I/PESELM2O FOR THE PSMT
000050*                 MAINTENANCE TRANSACTION (PESELMNT).
000051* 2026-10-15  RS  ADDED PESOPT (HISTORY OPTION) AND THE TEN
000052*                 PESHST CHANGE-HISTORY LINES TO PESELM1.
000053* 2026-10-15  RS  ADDED PESELM3I/PESELM3O FOR THE PSGD GUARDIAN
000054*                 LINK MAINTENANCE TRANSACTION (PESELGRD).
000055*================================================================
000080 01  PESELM1I.
000090     05  FILLER               PIC X(12).
000370     05  FILLER REDEFINES PESLTSF.
000380         10  PESLTSA          PIC X.
000390     05  PESLTSI              PIC X(19).
000391     05  PESOPTL              PIC S9(4) COMP.
000392     05  PESOPTF              PIC X.
000393     05  FILLER REDEFINES PESOPTF.
000394         10  PESOPTA          PIC X.
000395     05  PESOPTI              PIC X(01).
000396     05  PESHSTD              OCCURS 10 TIMES.
000397         10  PESHSTL          PIC S9(4) COMP.
000398         10  PESHSTF          PIC X.
000399         10  FILLER REDEFINES PESHSTF.
000400             15  PESHSTA      PIC X.
000401         10  PESHSTI          PIC X(79).
000405     05  MSGLINEL             PIC S9(4) COMP.
000410     05  MSGLINEF             PIC X.
000420     05  FILLER REDEFINES MSGLINEF.
000430         10  MSGLINEA         PIC X.
000570     05  PESLASTO             PIC X(08).
000580     05  FILLER               PIC X(03).
000590     05  PESLTSO              PIC X(19).
000591     05  FILLER               PIC X(03).
000592     05  PESOPTO              PIC X(01).
000593     05  PESHSTDO             OCCURS 10 TIMES.
000594         10  FILLER           PIC X(03).
000595         10  PESHSTO          PIC X(79).
000600     05  FILLER               PIC X(03).
000610     05  MSGLINEO             PIC X(79).
000620
001140     05  M2ACTNO              PIC X(01).
001150     05  FILLER               PIC X(03).
001160     05  M2MSGO               PIC X(79).
001170
001180 01  PESELM3I.
001190     05  FILLER               PIC X(12).
001200     05  M3CHLDL              PIC S9(4) COMP.
001210     05  M3CHLDF              PIC X.
001220     05  FILLER REDEFINES M3CHLDF.
001230         10  M3CHLDA          PIC X.
001240     05  M3CHLDI              PIC 9(11).
001250     05  M3CNAML              PIC S9(4) COMP.
001260     05  M3CNAMF              PIC X.
001270     05  FILLER REDEFINES M3CNAMF.
001280         10  M3CNAMA          PIC X.
001290     05  M3CNAMI              PIC X(30).
001300     05  M3CBRNL              PIC S9(4) COMP.
001310     05  M3CBRNF              PIC X.
001320     05  FILLER REDEFINES M3CBRNF.
001330         10  M3CBRNA          PIC X.
001340     05  M3CBRNI              PIC X(10).
001350     05  M3CSTAL              PIC S9(4) COMP.
001360     05  M3CSTAF              PIC X.
001370     05  FILLER REDEFINES M3CSTAF.
001380         10  M3CSTAA          PIC X.
001390     05  M3CSTAI              PIC X(08).
001400     05  M3GRDNL              PIC S9(4) COMP.
001410     05  M3GRDNF              PIC X.
001420     05  FILLER REDEFINES M3GRDNF.
001430         10  M3GRDNA          PIC X.
001440     05  M3GRDNI              PIC 9(11).
001450     05  M3GNAML              PIC S9(4) COMP.
001460     05  M3GNAMF              PIC X.
001470     05  FILLER REDEFINES M3GNAMF.
001480         10  M3GNAMA          PIC X.
001490     05  M3GNAMI              PIC X(30).
001500     05  M3GADRL              PIC S9(4) COMP.
001510     05  M3GADRF              PIC X.
001520     05  FILLER REDEFINES M3GADRF.
001530         10  M3GADRA          PIC X.
001540     05  M3GADRI              PIC X(40).
001550     05  M3RELL               PIC S9(4) COMP.
001560     05  M3RELF               PIC X.
001570     05  FILLER REDEFINES M3RELF.
001580         10  M3RELA           PIC X.
001590     05  M3RELI               PIC X(01).
001600     05  M3EFRML              PIC S9(4) COMP.
001610     05  M3EFRMF              PIC X.
001620     05  FILLER REDEFINES M3EFRMF.
001630         10  M3EFRMA          PIC X.
001640     05  M3EFRMI              PIC X(08).
001650     05  M3ETOL               PIC S9(4) COMP.
001660     05  M3ETOF               PIC X.
001670     05  FILLER REDEFINES M3ETOF.
001680         10  M3ETOA           PIC X.
001690     05  M3ETOI               PIC X(08).
001700     05  M3LSTAL              PIC S9(4) COMP.
001710     05  M3LSTAF              PIC X.
001720     05  FILLER REDEFINES M3LSTAF.
001730         10  M3LSTAA          PIC X.
001740     05  M3LSTAI              PIC X(30).
001750     05  M3LCHGL              PIC S9(4) COMP.
001760     05  M3LCHGF              PIC X.
001770     05  FILLER REDEFINES M3LCHGF.
001780         10  M3LCHGA          PIC X.
001790     05  M3LCHGI              PIC X(28).
001800     05  M3ACTNL              PIC S9(4) COMP.
001810     05  M3ACTNF              PIC X.
001820     05  FILLER REDEFINES M3ACTNF.
001830         10  M3ACTNA          PIC X.
001840     05  M3ACTNI              PIC X(01).
001850     05  M3LNKD               OCCURS 5 TIMES.
001860         10  M3LNKL           PIC S9(4) COMP.
001870         10  M3LNKF           PIC X.
001880         10  FILLER REDEFINES M3LNKF.
001890             15  M3LNKA       PIC X.
001900         10  M3LNKI           PIC X(79).
001910     05  M3MSGL               PIC S9(4) COMP.
001920     05  M3MSGF               PIC X.
001930     05  FILLER REDEFINES M3MSGF.
001940         10  M3MSGA           PIC X.
001950     05  M3MSGI               PIC X(79).
001960
001970 01  PESELM3O REDEFINES PESELM3I.
001980     05  FILLER               PIC X(12).
001990     05  FILLER               PIC X(03).
002000     05  M3CHLDO              PIC 9(11).
002010     05  FILLER               PIC X(03).
002020     05  M3CNAMO              PIC X(30).
002030     05  FILLER               PIC X(03).
002040     05  M3CBRNO              PIC X(10).
002050     05  FILLER               PIC X(03).
002060     05  M3CSTAO              PIC X(08).
002070     05  FILLER               PIC X(03).
002080     05  M3GRDNO              PIC 9(11).
002090     05  FILLER               PIC X(03).
002100     05  M3GNAMO              PIC X(30).
002110     05  FILLER               PIC X(03).
002120     05  M3GADRO              PIC X(40).
002130     05  FILLER               PIC X(03).
002140     05  M3RELO               PIC X(01).
002150     05  FILLER               PIC X(03).
002160     05  M3EFRMO              PIC X(08).
002170     05  FILLER               PIC X(03).
002180     05  M3ETOO               PIC X(08).
002190     05  FILLER               PIC X(03).
002200     05  M3LSTAO              PIC X(30).
002210     05  FILLER               PIC X(03).
002220     05  M3LCHGO              PIC X(28).
002230     05  FILLER               PIC X(03).
002240     05  M3ACTNO              PIC X(01).
002250     05  M3LNKDO              OCCURS 5 TIMES.
002260         10  FILLER           PIC X(03).
002270         10  M3LNKO           PIC X(79).
002280     05  FILLER               PIC X(03).
002290     05  M3MSGO               PIC X(79).
