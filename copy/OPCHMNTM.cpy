000010*================================================================
000020* OPCHMNTM - SYMBOLIC MAP FOR THE OPCHMNT1 MAP OF THE OPCHMNT
000030*            MAPSET (BMS SOURCE IN bms/OPCHMNT.bms). GENERATED
000040*            BY HAND TO MATCH WHAT THE BMS ASSEMBLY WOULD
000050*            PRODUCE - KEEP IN STEP WITH bms/OPCHMNT.bms IF
000060*            THE MAP LAYOUT CHANGES. THE MEMBER IS OPCHMNTM SO
000070*            THE RECORD COPYBOOK NAMESPACE STAYS CLEAR, AS WITH
000080*            BULLMNTM.
000090*
000100* MOD HISTORY
000110*----------------------------------------------------------------
000120* 10/15/2026  RH  ORIGINAL CODING.
000130*================================================================
000140 01  OPCHMNTI.
000150     02  REQNOL                  PIC S9(4)   COMP.
000160     02  REQNOF                  PIC X.
000170     02  FILLER REDEFINES REQNOF.
000180         03  REQNOA              PIC X.
000190     02  REQNO                   PIC X(06).
000200     02  RSTATL                  PIC S9(4)   COMP.
000210     02  RSTATF                  PIC X.
000220     02  FILLER REDEFINES RSTATF.
000230         03  RSTATA              PIC X.
000240     02  RSTAT                   PIC X(01).
000250     02  REQBYL                  PIC S9(4)   COMP.
000260     02  REQBYF                  PIC X.
000270     02  FILLER REDEFINES REQBYF.
000280         03  REQBYA              PIC X.
000290     02  REQBY                   PIC X(08).
000300     02  REQDTL                  PIC S9(4)   COMP.
000310     02  REQDTF                  PIC X.
000320     02  FILLER REDEFINES REQDTF.
000330         03  REQDTA              PIC X.
000340     02  REQDT                   PIC X(08).
000350     02  APPBYL                  PIC S9(4)   COMP.
000360     02  APPBYF                  PIC X.
000370     02  FILLER REDEFINES APPBYF.
000380         03  APPBYA              PIC X.
000390     02  APPBY                   PIC X(08).
000400     02  APPDTL                  PIC S9(4)   COMP.
000410     02  APPDTF                  PIC X.
000420     02  FILLER REDEFINES APPDTF.
000430         03  APPDTA              PIC X.
000440     02  APPDT                   PIC X(08).
000450     02  ACTNL                   PIC S9(4)   COMP.
000460     02  ACTNF                   PIC X.
000470     02  FILLER REDEFINES ACTNF.
000480         03  ACTNA               PIC X.
000490     02  ACTN                    PIC X(10).
000500     02  OPIDL                   PIC S9(4)   COMP.
000510     02  OPIDF                   PIC X.
000520     02  FILLER REDEFINES OPIDF.
000530         03  OPIDA               PIC X.
000540     02  OPID                    PIC X(08).
000550     02  OPNAMEL                 PIC S9(4)   COMP.
000560     02  OPNAMEF                 PIC X.
000570     02  FILLER REDEFINES OPNAMEF.
000580         03  OPNAMEA             PIC X.
000590     02  OPNAME                  PIC X(30).
000600     02  EFFDTL                  PIC S9(4)   COMP.
000610     02  EFFDTF                  PIC X.
000620     02  FILLER REDEFINES EFFDTF.
000630         03  EFFDTA              PIC X.
000640     02  EFFDT                   PIC X(08).
000650     02  EXPDTL                  PIC S9(4)   COMP.
000660     02  EXPDTF                  PIC X.
000670     02  FILLER REDEFINES EXPDTF.
000680         03  EXPDTA              PIC X.
000690     02  EXPDT                   PIC X(08).
000700     02  SHFTSL                  PIC S9(4)   COMP.
000710     02  SHFTSF                  PIC X.
000720     02  FILLER REDEFINES SHFTSF.
000730         03  SHFTSA              PIC X.
000740     02  SHFTS                   PIC X(03).
000750     02  SITE1L                  PIC S9(4)   COMP.
000760     02  SITE1F                  PIC X.
000770     02  FILLER REDEFINES SITE1F.
000780         03  SITE1A              PIC X.
000790     02  SITE1                   PIC X(04).
000800     02  SITE2L                  PIC S9(4)   COMP.
000810     02  SITE2F                  PIC X.
000820     02  FILLER REDEFINES SITE2F.
000830         03  SITE2A              PIC X.
000840     02  SITE2                   PIC X(04).
000850     02  JOB1L                   PIC S9(4)   COMP.
000860     02  JOB1F                   PIC X.
000870     02  FILLER REDEFINES JOB1F.
000880         03  JOB1A               PIC X.
000890     02  JOB1                    PIC X(08).
000900     02  JOB2L                   PIC S9(4)   COMP.
000910     02  JOB2F                   PIC X.
000920     02  FILLER REDEFINES JOB2F.
000930         03  JOB2A               PIC X.
000940     02  JOB2                    PIC X(08).
000950     02  JOB3L                   PIC S9(4)   COMP.
000960     02  JOB3F                   PIC X.
000970     02  FILLER REDEFINES JOB3F.
000980         03  JOB3A               PIC X.
000990     02  JOB3                    PIC X(08).
001000     02  JOB4L                   PIC S9(4)   COMP.
001010     02  JOB4F                   PIC X.
001020     02  FILLER REDEFINES JOB4F.
001030         03  JOB4A               PIC X.
001040     02  JOB4                    PIC X(08).
001050     02  JOB5L                   PIC S9(4)   COMP.
001060     02  JOB5F                   PIC X.
001070     02  FILLER REDEFINES JOB5F.
001080         03  JOB5A               PIC X.
001090     02  JOB5                    PIC X(08).
001100     02  SUPVL                   PIC S9(4)   COMP.
001110     02  SUPVF                   PIC X.
001120     02  FILLER REDEFINES SUPVF.
001130         03  SUPVA               PIC X.
001140     02  SUPV                    PIC X(01).
001150     02  MSGL                    PIC S9(4)   COMP.
001160     02  MSGF                    PIC X.
001170     02  FILLER REDEFINES MSGF.
001180         03  MSGA                PIC X.
001190     02  MSG                     PIC X(76).
001200 01  OPCHMNTO REDEFINES OPCHMNTI.
001210     02  FILLER                  PIC X(03).
001220     02  REQNOO                  PIC X(06).
001230     02  FILLER                  PIC X(03).
001240     02  RSTATO                  PIC X(01).
001250     02  FILLER                  PIC X(03).
001260     02  REQBYO                  PIC X(08).
001270     02  FILLER                  PIC X(03).
001280     02  REQDTO                  PIC X(08).
001290     02  FILLER                  PIC X(03).
001300     02  APPBYO                  PIC X(08).
001310     02  FILLER                  PIC X(03).
001320     02  APPDTO                  PIC X(08).
001330     02  FILLER                  PIC X(03).
001340     02  ACTNO                   PIC X(10).
001350     02  FILLER                  PIC X(03).
001360     02  OPIDO                   PIC X(08).
001370     02  FILLER                  PIC X(03).
001380     02  OPNAMEO                 PIC X(30).
001390     02  FILLER                  PIC X(03).
001400     02  EFFDTO                  PIC X(08).
001410     02  FILLER                  PIC X(03).
001420     02  EXPDTO                  PIC X(08).
001430     02  FILLER                  PIC X(03).
001440     02  SHFTSO                  PIC X(03).
001450     02  FILLER                  PIC X(03).
001460     02  SITE1O                  PIC X(04).
001470     02  FILLER                  PIC X(03).
001480     02  SITE2O                  PIC X(04).
001490     02  FILLER                  PIC X(03).
001500     02  JOB1O                   PIC X(08).
001510     02  FILLER                  PIC X(03).
001520     02  JOB2O                   PIC X(08).
001530     02  FILLER                  PIC X(03).
001540     02  JOB3O                   PIC X(08).
001550     02  FILLER                  PIC X(03).
001560     02  JOB4O                   PIC X(08).
001570     02  FILLER                  PIC X(03).
001580     02  JOB5O                   PIC X(08).
001590     02  FILLER                  PIC X(03).
001600     02  SUPVO                   PIC X(01).
001610     02  FILLER                  PIC X(03).
001620     02  MSGO                    PIC X(76).
