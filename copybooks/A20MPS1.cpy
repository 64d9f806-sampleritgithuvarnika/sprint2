           02 FILLER REDEFINES PROTAXF.
               03 PROTAXA PICTURE X.
           02 PROTAXI PIC X(1).
           02 PRODTDL COMP PIC S9(4).
           02 PRODTDF PICTURE X.
           02 FILLER REDEFINES PRODTDF.
               03 PRODTDA PICTURE X.
           02 PRODTDI PIC X(1).
           02 PROPUNL COMP PIC S9(4).
           02 PROPUNF PICTURE X.
           02 FILLER REDEFINES PROPUNF.
               03 PROPUNA PICTURE X.
           02 PROPUNI PIC X(2).
           02 PROSUNL COMP PIC S9(4).
           02 PROSUNF PICTURE X.
           02 FILLER REDEFINES PROSUNF.
               03 PROSUNA PICTURE X.
           02 PROSUNI PIC X(2).
           02 PRODSHL COMP PIC S9(4).
           02 PRODSHF PICTURE X.
           02 FILLER REDEFINES PRODSHF.
               03 PRODSHA PICTURE X.
           02 PRODSHI PIC X(1).
           02 PROINRL COMP PIC S9(4).
           02 PROINRF PICTURE X.
           02 FILLER REDEFINES PROINRF.
               03 PROINRA PICTURE X.
           02 PROINRI PIC X(4).
           02 PROCSEL COMP PIC S9(4).
           02 PROCSEF PICTURE X.
           02 FILLER REDEFINES PROCSEF.
               03 PROCSEA PICTURE X.
           02 PROCSEI PIC X(4).
           02 PROPLTL COMP PIC S9(4).
           02 PROPLTF PICTURE X.
           02 FILLER REDEFINES PROPLTF.
               03 PROPLTA PICTURE X.
           02 PROPLTI PIC X(4).
           02 PROMSGL COMP PIC S9(4).
           02 PROMSGF PICTURE X.
           02 FILLER REDEFINES PROMSGF.
           02 FILLER PIC X(3).
           02 PROTAXO PIC X(1).
           02 FILLER PIC X(3).
           02 PRODTDO PIC X(1).
           02 FILLER PIC X(3).
           02 PROPUNO PIC X(2).
           02 FILLER PIC X(3).
           02 PROSUNO PIC X(2).
           02 FILLER PIC X(3).
           02 PRODSHO PIC X(1).
           02 FILLER PIC X(3).
           02 PROINRO PIC X(4).
           02 FILLER PIC X(3).
           02 PROCSEO PIC X(4).
           02 FILLER PIC X(3).
           02 PROPLTO PIC X(4).
           02 FILLER PIC X(3).
           02 PROMSGO PIC X(40).
      *
       01  ORDIN3I.
           02 FILLER REDEFINES ORDQUANF.
               03 ORDQUANA PICTURE X.
           02 ORDQUANI PIC X(3).
           02 ORDUOML COMP PIC S9(4).
           02 ORDUOMF PICTURE X.
           02 FILLER REDEFINES ORDUOMF.
               03 ORDUOMA PICTURE X.
           02 ORDUOMI PIC X(2).
           02 ORDMSG4L COMP PIC S9(4).
           02 ORDMSG4F PICTURE X.
           02 FILLER REDEFINES ORDMSG4F.
           02 FILLER PIC X(3).
           02 ORDQUANO PIC X(3).
           02 FILLER PIC X(3).
           02 ORDUOMO PIC X(2).
           02 FILLER PIC X(3).
           02 ORDMSG4O PIC X(40).
      *
       01  ORDIN2I.
           02 FILLER REDEFINES CUSTRPF.
               03 CUSTRPA PICTURE X.
           02 CUSTRPI PIC X(4).
           02 CUSTZNL COMP PIC S9(4).
           02 CUSTZNF PICTURE X.
           02 FILLER REDEFINES CUSTZNF.
               03 CUSTZNA PICTURE X.
           02 CUSTZNI PIC X(2).
           02 CUSTCYL COMP PIC S9(4).
           02 CUSTCYF PICTURE X.
           02 FILLER REDEFINES CUSTCYF.
               03 CUSTCYA PICTURE X.
           02 CUSTCYI PIC X(3).
           02 CUSTEML COMP PIC S9(4).
           02 CUSTEMF PICTURE X.
           02 FILLER REDEFINES CUSTEMF.
               03 CUSTEMA PICTURE X.
           02 CUSTEMI PIC X(40).
           02 CUSTOPL COMP PIC S9(4).
           02 CUSTOPF PICTURE X.
           02 FILLER REDEFINES CUSTOPF.
               03 CUSTOPA PICTURE X.
           02 CUSTOPI PIC X(1).
           02 CUSTTRML COMP PIC S9(4).
           02 CUSTTRMF PICTURE X.
           02 FILLER REDEFINES CUSTTRMF.
               03 CUSTTRMA PICTURE X.
           02 CUSTTRMI PIC X(3).
           02 CUSTDPCL COMP PIC S9(4).
           02 CUSTDPCF PICTURE X.
           02 FILLER REDEFINES CUSTDPCF.
               03 CUSTDPCA PICTURE X.
           02 CUSTDPCI PIC X(4).
           02 CUSTDDYL COMP PIC S9(4).
           02 CUSTDDYF PICTURE X.
           02 FILLER REDEFINES CUSTDDYF.
               03 CUSTDDYA PICTURE X.
           02 CUSTDDYI PIC X(3).
           02 CUSTPARL COMP PIC S9(4).
           02 CUSTPARF PICTURE X.
           02 FILLER REDEFINES CUSTPARF.
               03 CUSTPARA PICTURE X.
           02 CUSTPARI PIC X(6).
           02 CUSTGCLL COMP PIC S9(4).
           02 CUSTGCLF PICTURE X.
           02 FILLER REDEFINES CUSTGCLF.
               03 CUSTGCLA PICTURE X.
           02 CUSTGCLI PIC X(8).
           02 CUSTCONL COMP PIC S9(4).
           02 CUSTCONF PICTURE X.
           02 FILLER REDEFINES CUSTCONF.
               03 CUSTCONA PICTURE X.
           02 CUSTCONI PIC X(1).
           02 CUSTMSGL COMP PIC S9(4).
           02 CUSTMSGF PICTURE X.
           02 FILLER REDEFINES CUSTMSGF.
           02 FILLER PIC X(3).
           02 CUSTRPO PIC X(4).
           02 FILLER PIC X(3).
           02 CUSTZNO PIC X(2).
           02 FILLER PIC X(3).
           02 CUSTCYO PIC X(3).
           02 FILLER PIC X(3).
           02 CUSTEMO PIC X(40).
           02 FILLER PIC X(3).
           02 CUSTOPO PIC X(1).
           02 FILLER PIC X(3).
           02 CUSTTRMO PIC X(3).
           02 FILLER PIC X(3).
           02 CUSTDPCO PIC X(4).
           02 FILLER PIC X(3).
           02 CUSTDDYO PIC X(3).
           02 FILLER PIC X(3).
           02 CUSTPARO PIC X(6).
           02 FILLER PIC X(3).
           02 CUSTGCLO PIC X(8).
           02 FILLER PIC X(3).
           02 CUSTCONO PIC X(1).
           02 FILLER PIC X(3).
           02 CUSTMSGO PIC X(40).
       01  CANCINI.
           02 FILLER PIC X(12).
           02 FILLER REDEFINES GRCQTYF.
               03 GRCQTYA PICTURE X.
           02 GRCQTYI PIC X(3).
           02 GRCUOML COMP PIC S9(4).
           02 GRCUOMF PICTURE X.
           02 FILLER REDEFINES GRCUOMF.
               03 GRCUOMA PICTURE X.
           02 GRCUOMI PIC X(2).
           02 GRCNAML COMP PIC S9(4).
           02 GRCNAMF PICTURE X.
           02 FILLER REDEFINES GRCNAMF.
           02 FILLER REDEFINES GRCQFF.
               03 GRCQFA PICTURE X.
           02 GRCQFI PIC X(1).
           02 GRCEXPL COMP PIC S9(4).
           02 GRCEXPF PICTURE X.
           02 FILLER REDEFINES GRCEXPF.
               03 GRCEXPA PICTURE X.
           02 GRCEXPI PIC X(10).
           02 GRCMSGL COMP PIC S9(4).
           02 GRCMSGF PICTURE X.
           02 FILLER REDEFINES GRCMSGF.
           02 FILLER PIC X(3).
           02 GRCQTYO PIC X(3).
           02 FILLER PIC X(3).
           02 GRCUOMO PIC X(2).
           02 FILLER PIC X(3).
           02 GRCNAMO PIC X(20).
           02 FILLER PIC X(3).
           02 GRCSTKO PIC X(4).
           02 FILLER PIC X(3).
           02 GRCQFO PIC X(1).
           02 FILLER PIC X(3).
           02 GRCEXPO PIC X(10).
           02 FILLER PIC X(3).
           02 GRCMSGO PIC X(40).
       01  SUPPINI.
           02 FILLER PIC X(12).
           02 FILLER REDEFINES SUPADF.
               03 SUPADA PICTURE X.
           02 SUPADI PIC X(30).
           02 SUPTRML COMP PIC S9(4).
           02 SUPTRMF PICTURE X.
           02 FILLER REDEFINES SUPTRMF.
               03 SUPTRMA PICTURE X.
           02 SUPTRMI PIC X(3).
           02 SUPBNKL COMP PIC S9(4).
           02 SUPBNKF PICTURE X.
           02 FILLER REDEFINES SUPBNKF.
               03 SUPBNKA PICTURE X.
           02 SUPBNKI PIC X(20).
           02 SUPMSGL COMP PIC S9(4).
           02 SUPMSGF PICTURE X.
           02 FILLER REDEFINES SUPMSGF.
           02 FILLER PIC X(3).
           02 SUPADO PIC X(30).
           02 FILLER PIC X(3).
           02 SUPTRMO PIC X(3).
           02 FILLER PIC X(3).
           02 SUPBNKO PIC X(20).
           02 FILLER PIC X(3).
           02 SUPMSGO PIC X(40).
       01  POINI.
           02 FILLER PIC X(12).
           02 FILLER REDEFINES POQTYF.
               03 POQTYA PICTURE X.
           02 POQTYI PIC X(4).
           02 POUOML COMP PIC S9(4).
           02 POUOMF PICTURE X.
           02 FILLER REDEFINES POUOMF.
               03 POUOMA PICTURE X.
           02 POUOMI PIC X(2).
           02 POSUPL COMP PIC S9(4).
           02 POSUPF PICTURE X.
           02 FILLER REDEFINES POSUPF.
           02 FILLER REDEFINES POSTAF.
               03 POSTAA PICTURE X.
           02 POSTAI PIC X(10).
           02 POTRKL COMP PIC S9(4).
           02 POTRKF PICTURE X.
           02 FILLER REDEFINES POTRKF.
               03 POTRKA PICTURE X.
           02 POTRKI PIC X(20).
           02 POMSGL COMP PIC S9(4).
           02 POMSGF PICTURE X.
           02 FILLER REDEFINES POMSGF.
           02 FILLER PIC X(3).
           02 POQTYO PIC X(4).
           02 FILLER PIC X(3).
           02 POUOMO PIC X(2).
           02 FILLER PIC X(3).
           02 POSUPO PIC X(6).
           02 FILLER PIC X(3).
           02 POEXPO PIC X(10).
           02 FILLER PIC X(3).
           02 POSTAO PIC X(10).
           02 FILLER PIC X(3).
           02 POTRKO PIC X(20).
           02 FILLER PIC X(3).
           02 POMSGO PIC X(40).
       01  HLDINI.
           02 FILLER PIC X(12).
           02 FILLER REDEFINES SHPADRF.
               03 SHPADRA PICTURE X.
           02 SHPADRI PIC X(30).
           02 SHPZNL COMP PIC S9(4).
           02 SHPZNF PICTURE X.
           02 FILLER REDEFINES SHPZNF.
               03 SHPZNA PICTURE X.
           02 SHPZNI PIC X(2).
           02 SHPMSGL COMP PIC S9(4).
           02 SHPMSGF PICTURE X.
           02 FILLER REDEFINES SHPMSGF.
           02 FILLER PIC X(3).
           02 SHPADRO PIC X(30).
           02 FILLER PIC X(3).
           02 SHPZNO PIC X(2).
           02 FILLER PIC X(3).
           02 SHPMSGO PIC X(40).
       01  RCLINI.
           02 FILLER PIC X(12).
           02 MRGSURO PIC X(6).
           02 FILLER PIC X(3).
           02 MRGMSGO PIC X(40).
       01  MEMINI.
           02 FILLER PIC X(12).
           02 MEMINVL COMP PIC S9(4).
           02 MEMINVF PICTURE X.
           02 FILLER REDEFINES MEMINVF.
               03 MEMINVA PICTURE X.
           02 MEMINVI PIC X(8).
           02 MEMTYPL COMP PIC S9(4).
           02 MEMTYPF PICTURE X.
           02 FILLER REDEFINES MEMTYPF.
               03 MEMTYPA PICTURE X.
           02 MEMTYPI PIC X(1).
           02 MEMRSNL COMP PIC S9(4).
           02 MEMRSNF PICTURE X.
           02 FILLER REDEFINES MEMRSNF.
               03 MEMRSNA PICTURE X.
           02 MEMRSNI PIC X(3).
           02 MEMAMTL COMP PIC S9(4).
           02 MEMAMTF PICTURE X.
           02 FILLER REDEFINES MEMAMTF.
               03 MEMAMTA PICTURE X.
           02 MEMAMTI PIC X(10).
           02 MEMCUSL COMP PIC S9(4).
           02 MEMCUSF PICTURE X.
           02 FILLER REDEFINES MEMCUSF.
               03 MEMCUSA PICTURE X.
           02 MEMCUSI PIC X(6).
           02 MEMUNPL COMP PIC S9(4).
           02 MEMUNPF PICTURE X.
           02 FILLER REDEFINES MEMUNPF.
               03 MEMUNPA PICTURE X.
           02 MEMUNPI PIC X(10).
           02 MEMNUML COMP PIC S9(4).
           02 MEMNUMF PICTURE X.
           02 FILLER REDEFINES MEMNUMF.
               03 MEMNUMA PICTURE X.
           02 MEMNUMI PIC X(8).
           02 MEMMSGL COMP PIC S9(4).
           02 MEMMSGF PICTURE X.
           02 FILLER REDEFINES MEMMSGF.
               03 MEMMSGA PICTURE X.
           02 MEMMSGI PIC X(40).
       01  MEMINO REDEFINES MEMINI.
           02 FILLER PIC X(12).
           02 FILLER PIC X(3).
           02 MEMINVO PIC X(8).
           02 FILLER PIC X(3).
           02 MEMTYPO PIC X(1).
           02 FILLER PIC X(3).
           02 MEMRSNO PIC X(3).
           02 FILLER PIC X(3).
           02 MEMAMTO PIC X(10).
           02 FILLER PIC X(3).
           02 MEMCUSO PIC X(6).
           02 FILLER PIC X(3).
           02 MEMUNPO PIC X(10).
           02 FILLER PIC X(3).
           02 MEMNUMO PIC X(8).
           02 FILLER PIC X(3).
           02 MEMMSGO PIC X(40).
       01  RPLINI.
           02 FILLER PIC X(12).
           02 RPLDATL COMP PIC S9(4).
           02 RPLDATF PICTURE X.
           02 FILLER REDEFINES RPLDATF.
               03 RPLDATA PICTURE X.
           02 RPLDATI PIC X(10).
           02 RPLLNSL COMP PIC S9(4).
           02 RPLLNSF PICTURE X.
           02 FILLER REDEFINES RPLLNSF.
               03 RPLLNSA PICTURE X.
           02 RPLLNSI PIC X(5).
           02 RPLUNTL COMP PIC S9(4).
           02 RPLUNTF PICTURE X.
           02 FILLER REDEFINES RPLUNTF.
               03 RPLUNTA PICTURE X.
           02 RPLUNTI PIC X(7).
           02 RPLMSGL COMP PIC S9(4).
           02 RPLMSGF PICTURE X.
           02 FILLER REDEFINES RPLMSGF.
               03 RPLMSGA PICTURE X.
           02 RPLMSGI PIC X(40).
       01  RPLINO REDEFINES RPLINI.
           02 FILLER PIC X(12).
           02 FILLER PIC X(3).
           02 RPLDATO PIC X(10).
           02 FILLER PIC X(3).
           02 RPLLNSO PIC X(5).
           02 FILLER PIC X(3).
           02 RPLUNTO PIC X(7).
           02 FILLER PIC X(3).
           02 RPLMSGO PIC X(40).
       01  MCHINI.
           02 FILLER PIC X(12).
           02 MCHTYPL COMP PIC S9(4).
           02 MCHTYPF PICTURE X.
           02 FILLER REDEFINES MCHTYPF.
               03 MCHTYPA PICTURE X.
           02 MCHTYPI PIC X(1).
           02 MCHIDL COMP PIC S9(4).
           02 MCHIDF PICTURE X.
           02 FILLER REDEFINES MCHIDF.
               03 MCHIDA PICTURE X.
           02 MCHIDI PIC X(6).
           02 MCHMSGL COMP PIC S9(4).
           02 MCHMSGF PICTURE X.
           02 FILLER REDEFINES MCHMSGF.
               03 MCHMSGA PICTURE X.
           02 MCHMSGI PIC X(40).
       01  MCHINO REDEFINES MCHINI.
           02 FILLER PIC X(12).
           02 FILLER PIC X(3).
           02 MCHTYPO PIC X(1).
           02 FILLER PIC X(3).
           02 MCHIDO PIC X(6).
           02 FILLER PIC X(3).
           02 MCHMSGO PIC X(40).
       01  ATPINI.
           02 FILLER PIC X(12).
           02 ATPPRDL COMP PIC S9(4).
           02 ATPPRDF PICTURE X.
           02 FILLER REDEFINES ATPPRDF.
               03 ATPPRDA PICTURE X.
           02 ATPPRDI PIC X(6).
           02 ATPLOCL COMP PIC S9(4).
           02 ATPLOCF PICTURE X.
           02 FILLER REDEFINES ATPLOCF.
               03 ATPLOCA PICTURE X.
           02 ATPLOCI PIC X(4).
           02 ATPMSGL COMP PIC S9(4).
           02 ATPMSGF PICTURE X.
           02 FILLER REDEFINES ATPMSGF.
               03 ATPMSGA PICTURE X.
           02 ATPMSGI PIC X(40).
       01  ATPINO REDEFINES ATPINI.
           02 FILLER PIC X(12).
           02 FILLER PIC X(3).
           02 ATPPRDO PIC X(6).
           02 FILLER PIC X(3).
           02 ATPLOCO PIC X(4).
           02 FILLER PIC X(3).
           02 ATPMSGO PIC X(40).
       01  CPXINI.
           02 FILLER PIC X(12).
           02 CPXCUSL COMP PIC S9(4).
           02 CPXCUSF PICTURE X.
           02 FILLER REDEFINES CPXCUSF.
               03 CPXCUSA PICTURE X.
           02 CPXCUSI PIC X(6).
           02 CPXPRTL COMP PIC S9(4).
           02 CPXPRTF PICTURE X.
           02 FILLER REDEFINES CPXPRTF.
               03 CPXPRTA PICTURE X.
           02 CPXPRTI PIC X(15).
           02 CPXPRDL COMP PIC S9(4).
           02 CPXPRDF PICTURE X.
           02 FILLER REDEFINES CPXPRDF.
               03 CPXPRDA PICTURE X.
           02 CPXPRDI PIC X(6).
           02 CPXMSGL COMP PIC S9(4).
           02 CPXMSGF PICTURE X.
           02 FILLER REDEFINES CPXMSGF.
               03 CPXMSGA PICTURE X.
           02 CPXMSGI PIC X(40).
       01  CPXINO REDEFINES CPXINI.
           02 FILLER PIC X(12).
           02 FILLER PIC X(3).
           02 CPXCUSO PIC X(6).
           02 FILLER PIC X(3).
           02 CPXPRTO PIC X(15).
           02 FILLER PIC X(3).
           02 CPXPRDO PIC X(6).
           02 FILLER PIC X(3).
           02 CPXMSGO PIC X(40).
       01  PRQINI.
           02 FILLER PIC X(12).
           02 PRQCUSL COMP PIC S9(4).
           02 PRQCUSF PICTURE X.
           02 FILLER REDEFINES PRQCUSF.
               03 PRQCUSA PICTURE X.
           02 PRQCUSI PIC X(6).
           02 PRQPRDL COMP PIC S9(4).
           02 PRQPRDF PICTURE X.
           02 FILLER REDEFINES PRQPRDF.
               03 PRQPRDA PICTURE X.
           02 PRQPRDI PIC X(6).
           02 PRQQTYL COMP PIC S9(4).
           02 PRQQTYF PICTURE X.
           02 FILLER REDEFINES PRQQTYF.
               03 PRQQTYA PICTURE X.
           02 PRQQTYI PIC X(3).
           02 PRQDTEL COMP PIC S9(4).
           02 PRQDTEF PICTURE X.
           02 FILLER REDEFINES PRQDTEF.
               03 PRQDTEA PICTURE X.
           02 PRQDTEI PIC X(10).
           02 PRQMSGL COMP PIC S9(4).
           02 PRQMSGF PICTURE X.
           02 FILLER REDEFINES PRQMSGF.
               03 PRQMSGA PICTURE X.
           02 PRQMSGI PIC X(40).
       01  PRQINO REDEFINES PRQINI.
           02 FILLER PIC X(12).
           02 FILLER PIC X(3).
           02 PRQCUSO PIC X(6).
           02 FILLER PIC X(3).
           02 PRQPRDO PIC X(6).
           02 FILLER PIC X(3).
           02 PRQQTYO PIC X(3).
           02 FILLER PIC X(3).
           02 PRQDTEO PIC X(10).
           02 FILLER PIC X(3).
           02 PRQMSGO PIC X(40).
       01  TGTINI.
           02 FILLER PIC X(12).
           02 TGTREPL COMP PIC S9(4).
           02 TGTREPF PICTURE X.
           02 FILLER REDEFINES TGTREPF.
               03 TGTREPA PICTURE X.
           02 TGTREPI PIC X(4).
           02 TGTCATL COMP PIC S9(4).
           02 TGTCATF PICTURE X.
           02 FILLER REDEFINES TGTCATF.
               03 TGTCATA PICTURE X.
           02 TGTCATI PIC X(15).
           02 TGTPERL COMP PIC S9(4).
           02 TGTPERF PICTURE X.
           02 FILLER REDEFINES TGTPERF.
               03 TGTPERA PICTURE X.
           02 TGTPERI PIC X(7).
           02 TGTAMTL COMP PIC S9(4).
           02 TGTAMTF PICTURE X.
           02 FILLER REDEFINES TGTAMTF.
               03 TGTAMTA PICTURE X.
           02 TGTAMTI PIC X(12).
           02 TGTMSGL COMP PIC S9(4).
           02 TGTMSGF PICTURE X.
           02 FILLER REDEFINES TGTMSGF.
               03 TGTMSGA PICTURE X.
           02 TGTMSGI PIC X(40).
       01  TGTINO REDEFINES TGTINI.
           02 FILLER PIC X(12).
           02 FILLER PIC X(3).
           02 TGTREPO PIC X(4).
           02 FILLER PIC X(3).
           02 TGTCATO PIC X(15).
           02 FILLER PIC X(3).
           02 TGTPERO PIC X(7).
           02 FILLER PIC X(3).
           02 TGTAMTO PIC X(12).
           02 FILLER PIC X(3).
           02 TGTMSGO PIC X(40).
       01  WOFINI.
           02 FILLER PIC X(12).
           02 WOFREQL COMP PIC S9(4).
           02 WOFREQF PICTURE X.
           02 FILLER REDEFINES WOFREQF.
               03 WOFREQA PICTURE X.
           02 WOFREQI PIC X(8).
           02 WOFCUSL COMP PIC S9(4).
           02 WOFCUSF PICTURE X.
           02 FILLER REDEFINES WOFCUSF.
               03 WOFCUSA PICTURE X.
           02 WOFCUSI PIC X(6).
           02 WOFINVL COMP PIC S9(4).
           02 WOFINVF PICTURE X.
           02 FILLER REDEFINES WOFINVF.
               03 WOFINVA PICTURE X.
           02 WOFINVI PIC X(8).
           02 WOFRSNL COMP PIC S9(4).
           02 WOFRSNF PICTURE X.
           02 FILLER REDEFINES WOFRSNF.
               03 WOFRSNA PICTURE X.
           02 WOFRSNI PIC X(3).
           02 WOFMSGL COMP PIC S9(4).
           02 WOFMSGF PICTURE X.
           02 FILLER REDEFINES WOFMSGF.
               03 WOFMSGA PICTURE X.
           02 WOFMSGI PIC X(40).
       01  WOFINO REDEFINES WOFINI.
           02 FILLER PIC X(12).
           02 FILLER PIC X(3).
           02 WOFREQO PIC X(8).
           02 FILLER PIC X(3).
           02 WOFCUSO PIC X(6).
           02 FILLER PIC X(3).
           02 WOFINVO PIC X(8).
           02 FILLER PIC X(3).
           02 WOFRSNO PIC X(3).
           02 FILLER PIC X(3).
           02 WOFMSGO PIC X(40).
       01  PRAINI.
           02 FILLER PIC X(12).
           02 PRACATL COMP PIC S9(4).
           02 PRACATF PICTURE X.
           02 FILLER REDEFINES PRACATF.
               03 PRACATA PICTURE X.
           02 PRACATI PIC X(15).
           02 PRAPCTL COMP PIC S9(4).
           02 PRAPCTF PICTURE X.
           02 FILLER REDEFINES PRAPCTF.
               03 PRAPCTA PICTURE X.
           02 PRAPCTI PIC X(9).
           02 PRAAMTL COMP PIC S9(4).
           02 PRAAMTF PICTURE X.
           02 FILLER REDEFINES PRAAMTF.
               03 PRAAMTA PICTURE X.
           02 PRAAMTI PIC X(10).
           02 PRASETL COMP PIC S9(4).
           02 PRASETF PICTURE X.
           02 FILLER REDEFINES PRASETF.
               03 PRASETA PICTURE X.
           02 PRASETI PIC X(8).
           02 PRASIML COMP PIC S9(4).
           02 PRASIMF PICTURE X.
           02 FILLER REDEFINES PRASIMF.
               03 PRASIMA PICTURE X.
           02 PRASIMI PIC X(10).
           02 PRAPRDL COMP PIC S9(4).
           02 PRAPRDF PICTURE X.
           02 FILLER REDEFINES PRAPRDF.
               03 PRAPRDA PICTURE X.
           02 PRAPRDI PIC X(7).
           02 PRABLCL COMP PIC S9(4).
           02 PRABLCF PICTURE X.
           02 FILLER REDEFINES PRABLCF.
               03 PRABLCA PICTURE X.
           02 PRABLCI PIC X(7).
           02 PRABLKL COMP PIC S9(4).
           02 PRABLKF PICTURE X.
           02 FILLER REDEFINES PRABLKF.
               03 PRABLKA PICTURE X.
           02 PRABLKI PIC X(7).
           02 PRAROLL COMP PIC S9(4).
           02 PRAROLF PICTURE X.
           02 FILLER REDEFINES PRAROLF.
               03 PRAROLA PICTURE X.
           02 PRAROLI PIC X(14).
           02 PRARNWL COMP PIC S9(4).
           02 PRARNWF PICTURE X.
           02 FILLER REDEFINES PRARNWF.
               03 PRARNWA PICTURE X.
           02 PRARNWI PIC X(14).
           02 PRAAPRL COMP PIC S9(4).
           02 PRAAPRF PICTURE X.
           02 FILLER REDEFINES PRAAPRF.
               03 PRAAPRA PICTURE X.
           02 PRAAPRI PIC X(8).
           02 PRAADTL COMP PIC S9(4).
           02 PRAADTF PICTURE X.
           02 FILLER REDEFINES PRAADTF.
               03 PRAADTA PICTURE X.
           02 PRAADTI PIC X(10).
           02 PRAMSGL COMP PIC S9(4).
           02 PRAMSGF PICTURE X.
           02 FILLER REDEFINES PRAMSGF.
               03 PRAMSGA PICTURE X.
           02 PRAMSGI PIC X(40).
       01  PRAINO REDEFINES PRAINI.
           02 FILLER PIC X(12).
           02 FILLER PIC X(3).
           02 PRACATO PIC X(15).
           02 FILLER PIC X(3).
           02 PRAPCTO PIC X(9).
           02 FILLER PIC X(3).
           02 PRAAMTO PIC X(10).
           02 FILLER PIC X(3).
           02 PRASETO PIC X(8).
           02 FILLER PIC X(3).
           02 PRASIMO PIC X(10).
           02 FILLER PIC X(3).
           02 PRAPRDO PIC X(7).
           02 FILLER PIC X(3).
           02 PRABLCO PIC X(7).
           02 FILLER PIC X(3).
           02 PRABLKO PIC X(7).
           02 FILLER PIC X(3).
           02 PRAROLO PIC X(14).
           02 FILLER PIC X(3).
           02 PRARNWO PIC X(14).
           02 FILLER PIC X(3).
           02 PRAAPRO PIC X(8).
           02 FILLER PIC X(3).
           02 PRAADTO PIC X(10).
           02 FILLER PIC X(3).
           02 PRAMSGO PIC X(40).
