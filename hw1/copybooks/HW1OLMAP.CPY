000100*-------------------------------------------------------------
000200* HW1OLMAP  -  SYMBOLIC MAPS OF THE HW1OLMS BMS MAPSET.
000300*-------------------------------------------------------------
000400* AUTHOR.        D BARRETT.
000500* INSTALLATION.  ACADEMIC COMPUTING - HW1 ROSTER SYSTEM.
000600*-------------------------------------------------------------
000700* MODIFICATION HISTORY
000800*-------------------------------------------------------------
000900* 20261015 DB   NEW COPYBOOK - THE COBOL SYMBOLIC MAPS OF MAPSET
001000*               HW1OLMS (SOURCE IN BMS/HW1OLMS.BMS), AS GENERATED
001100*               BY THE TYPE=DSECT ASSEMBLY. HW1IMAPI/HW1IMAPO IS
001200*               THE STUDENT INQUIRY SCREEN OF COBOLAPP1OLI AND
001300*               HW1EMAPI/HW1EMAPO THE TRANSACTION ENTRY SCREEN OF
001400*               COBOLAPP1OLE. EACH NAMED FIELD HAS ITS LENGTH (L),
001500*               FLAG/ATTRIBUTE (F/A) AND INPUT (I) VIEW, AND AN
001600*               OUTPUT (O) VIEW IN THE REDEFINING MAP. A LENGTH
001700*               OF -1 MOVED TO THE L FIELD PUTS THE CURSOR THERE
001800*               ON A SEND WITH CURSOR. DO NOT EDIT BY HAND -
001900*               REASSEMBLE THE MAPSET AND REPLACE THIS MEMBER.
002000*               COPY AT 01 LEVEL WITH NO REPLACING -
002100*                   COPY HW1OLMAP.
002200*-------------------------------------------------------------
002300 01  HW1IMAPI.
002400     02  FILLER                      PIC X(12).
002500     02  IDATEL                      PIC S9(4) COMP.
002600     02  IDATEF                      PIC X(01).
002700     02  FILLER REDEFINES IDATEF.
002800         03  IDATEA                  PIC X(01).
002900     02  IDATEI                      PIC X(10).
003000     02  IIDL                        PIC S9(4) COMP.
003100     02  IIDF                        PIC X(01).
003200     02  FILLER REDEFINES IIDF.
003300         03  IIDA                    PIC X(01).
003400     02  IIDI                        PIC X(07).
003500     02  INAMEL                      PIC S9(4) COMP.
003600     02  INAMEF                      PIC X(01).
003700     02  FILLER REDEFINES INAMEF.
003800         03  INAMEA                  PIC X(01).
003900     02  INAMEI                      PIC X(25).
004000     02  OIDL                        PIC S9(4) COMP.
004100     02  OIDF                        PIC X(01).
004200     02  FILLER REDEFINES OIDF.
004300         03  OIDA                    PIC X(01).
004400     02  OIDI                        PIC X(07).
004500     02  ONAMEL                      PIC S9(4) COMP.
004600     02  ONAMEF                      PIC X(01).
004700     02  FILLER REDEFINES ONAMEF.
004800         03  ONAMEA                  PIC X(01).
004900     02  ONAMEI                      PIC X(25).
005000     02  OTEAML                      PIC S9(4) COMP.
005100     02  OTEAMF                      PIC X(01).
005200     02  FILLER REDEFINES OTEAMF.
005300         03  OTEAMA                  PIC X(01).
005400     02  OTEAMI                      PIC X(20).
005500     02  OSTATL                      PIC S9(4) COMP.
005600     02  OSTATF                      PIC X(01).
005700     02  FILLER REDEFINES OSTATF.
005800         03  OSTATA                  PIC X(01).
005900     02  OSTATI                      PIC X(09).
006000     02  OEFFL                       PIC S9(4) COMP.
006100     02  OEFFF                       PIC X(01).
006200     02  FILLER REDEFINES OEFFF.
006300         03  OEFFA                   PIC X(01).
006400     02  OEFFI                       PIC X(10).
006500     02  OHOLDL                      PIC S9(4) COMP.
006600     02  OHOLDF                      PIC X(01).
006700     02  FILLER REDEFINES OHOLDF.
006800         03  OHOLDA                  PIC X(01).
006900     02  OHOLDI                      PIC X(79).
007000     02  OWAITL                      PIC S9(4) COMP.
007100     02  OWAITF                      PIC X(01).
007200     02  FILLER REDEFINES OWAITF.
007300         03  OWAITA                  PIC X(01).
007400     02  OWAITI                      PIC X(79).
007500     02  OSUS1L                      PIC S9(4) COMP.
007600     02  OSUS1F                      PIC X(01).
007700     02  FILLER REDEFINES OSUS1F.
007800         03  OSUS1A                  PIC X(01).
007900     02  OSUS1I                      PIC X(79).
008000     02  OSUS2L                      PIC S9(4) COMP.
008100     02  OSUS2F                      PIC X(01).
008200     02  FILLER REDEFINES OSUS2F.
008300         03  OSUS2A                  PIC X(01).
008400     02  OSUS2I                      PIC X(79).
008500     02  OSUS3L                      PIC S9(4) COMP.
008600     02  OSUS3F                      PIC X(01).
008700     02  FILLER REDEFINES OSUS3F.
008800         03  OSUS3A                  PIC X(01).
008900     02  OSUS3I                      PIC X(79).
009000     02  OSUS4L                      PIC S9(4) COMP.
009100     02  OSUS4F                      PIC X(01).
009200     02  FILLER REDEFINES OSUS4F.
009300         03  OSUS4A                  PIC X(01).
009400     02  OSUS4I                      PIC X(79).
009500     02  OMATCHL                     PIC S9(4) COMP.
009600     02  OMATCHF                     PIC X(01).
009700     02  FILLER REDEFINES OMATCHF.
009800         03  OMATCHA                 PIC X(01).
009900     02  OMATCHI                     PIC X(79).
010000     02  IMSGL                       PIC S9(4) COMP.
010100     02  IMSGF                       PIC X(01).
010200     02  FILLER REDEFINES IMSGF.
010300         03  IMSGA                   PIC X(01).
010400     02  IMSGI                       PIC X(79).
010500 01  HW1IMAPO REDEFINES HW1IMAPI.
010600     02  FILLER                      PIC X(12).
010700     02  FILLER                      PIC X(03).
010800     02  IDATEO                      PIC X(10).
010900     02  FILLER                      PIC X(03).
011000     02  IIDO                        PIC X(07).
011100     02  FILLER                      PIC X(03).
011200     02  INAMEO                      PIC X(25).
011300     02  FILLER                      PIC X(03).
011400     02  OIDO                        PIC X(07).
011500     02  FILLER                      PIC X(03).
011600     02  ONAMEO                      PIC X(25).
011700     02  FILLER                      PIC X(03).
011800     02  OTEAMO                      PIC X(20).
011900     02  FILLER                      PIC X(03).
012000     02  OSTATO                      PIC X(09).
012100     02  FILLER                      PIC X(03).
012200     02  OEFFO                       PIC X(10).
012300     02  FILLER                      PIC X(03).
012400     02  OHOLDO                      PIC X(79).
012500     02  FILLER                      PIC X(03).
012600     02  OWAITO                      PIC X(79).
012700     02  FILLER                      PIC X(03).
012800     02  OSUS1O                      PIC X(79).
012900     02  FILLER                      PIC X(03).
013000     02  OSUS2O                      PIC X(79).
013100     02  FILLER                      PIC X(03).
013200     02  OSUS3O                      PIC X(79).
013300     02  FILLER                      PIC X(03).
013400     02  OSUS4O                      PIC X(79).
013500     02  FILLER                      PIC X(03).
013600     02  OMATCHO                     PIC X(79).
013700     02  FILLER                      PIC X(03).
013800     02  IMSGO                       PIC X(79).
013900 01  HW1EMAPI.
014000     02  FILLER                      PIC X(12).
014100     02  EDATEL                      PIC S9(4) COMP.
014200     02  EDATEF                      PIC X(01).
014300     02  FILLER REDEFINES EDATEF.
014400         03  EDATEA                  PIC X(01).
014500     02  EDATEI                      PIC X(10).
014600     02  EACTL                       PIC S9(4) COMP.
014700     02  EACTF                       PIC X(01).
014800     02  FILLER REDEFINES EACTF.
014900         03  EACTA                   PIC X(01).
015000     02  EACTI                       PIC X(01).
015100     02  EIDL                        PIC S9(4) COMP.
015200     02  EIDF                        PIC X(01).
015300     02  FILLER REDEFINES EIDF.
015400         03  EIDA                    PIC X(01).
015500     02  EIDI                        PIC X(07).
015600     02  ENAMEL                      PIC S9(4) COMP.
015700     02  ENAMEF                      PIC X(01).
015800     02  FILLER REDEFINES ENAMEF.
015900         03  ENAMEA                  PIC X(01).
016000     02  ENAMEI                      PIC X(25).
016100     02  ETEAML                      PIC S9(4) COMP.
016200     02  ETEAMF                      PIC X(01).
016300     02  FILLER REDEFINES ETEAMF.
016400         03  ETEAMA                  PIC X(01).
016500     02  ETEAMI                      PIC X(20).
016600     02  ESTATL                      PIC S9(4) COMP.
016700     02  ESTATF                      PIC X(01).
016800     02  FILLER REDEFINES ESTATF.
016900         03  ESTATA                  PIC X(01).
017000     02  ESTATI                      PIC X(01).
017100     02  EEFFL                       PIC S9(4) COMP.
017200     02  EEFFF                       PIC X(01).
017300     02  FILLER REDEFINES EEFFF.
017400         03  EEFFA                   PIC X(01).
017500     02  EEFFI                       PIC X(08).
017600     02  ECURL                       PIC S9(4) COMP.
017700     02  ECURF                       PIC X(01).
017800     02  FILLER REDEFINES ECURF.
017900         03  ECURA                   PIC X(01).
018000     02  ECURI                       PIC X(79).
018100     02  ELASTL                      PIC S9(4) COMP.
018200     02  ELASTF                      PIC X(01).
018300     02  FILLER REDEFINES ELASTF.
018400         03  ELASTA                  PIC X(01).
018500     02  ELASTI                      PIC X(79).
018600     02  EMSGL                       PIC S9(4) COMP.
018700     02  EMSGF                       PIC X(01).
018800     02  FILLER REDEFINES EMSGF.
018900         03  EMSGA                   PIC X(01).
019000     02  EMSGI                       PIC X(79).
019100 01  HW1EMAPO REDEFINES HW1EMAPI.
019200     02  FILLER                      PIC X(12).
019300     02  FILLER                      PIC X(03).
019400     02  EDATEO                      PIC X(10).
019500     02  FILLER                      PIC X(03).
019600     02  EACTO                       PIC X(01).
019700     02  FILLER                      PIC X(03).
019800     02  EIDO                        PIC X(07).
019900     02  FILLER                      PIC X(03).
020000     02  ENAMEO                      PIC X(25).
020100     02  FILLER                      PIC X(03).
020200     02  ETEAMO                      PIC X(20).
020300     02  FILLER                      PIC X(03).
020400     02  ESTATO                      PIC X(01).
020500     02  FILLER                      PIC X(03).
020600     02  EEFFO                       PIC X(08).
020700     02  FILLER                      PIC X(03).
020800     02  ECURO                       PIC X(79).
020900     02  FILLER                      PIC X(03).
021000     02  ELASTO                      PIC X(79).
021100     02  FILLER                      PIC X(03).
021200     02  EMSGO                       PIC X(79).
