000010******************************************************************
000020* HELQMAPS.CPY
000030*
000040* SYMBOLIC MAPS FOR MAPSET HELQMAPS, MAPS HELQMP1 (SITE LIST) AND
000050* HELQMP2 (SITE DETAIL) - SEE BMS SOURCE BMS/HELQMAPS.BMS.
000060* NORMALLY PRODUCED BY ASSEMBLING THE MAPSET; CARRIED HERE AS A
000070* COPYBOOK SO HELSTINQ CAN COPY IT DIRECTLY.  A FIELD DEFINED WITH
000080* OCCURS (THE LIST LINES, GREETING LINES, PENDING CHANGES AND
000090* HISTORY DAYS) IS A TABLE, ONE ENTRY PER SCREEN LINE.
000100******************************************************************
000110 01  HELQMP1I.
000120     05  FILLER                  PIC X(12).
000130     05  LASOFL                  PIC S9(4) COMP.
000140     05  LASOFF                  PIC X.
000150     05  FILLER REDEFINES LASOFF.
000160         10  LASOFA              PIC X.
000170     05  LASOFI                  PIC X(22).
000180     05  LSTLND OCCURS 15 TIMES.
000190         10  LSTLNL              PIC S9(4) COMP.
000200         10  LSTLNF              PIC X.
000210         10  FILLER REDEFINES LSTLNF.
000220             15  LSTLNA          PIC X.
000230         10  LSTLNI              PIC X(79).
000240     05  SELSITEL                PIC S9(4) COMP.
000250     05  SELSITEF                PIC X.
000260     05  FILLER REDEFINES SELSITEF.
000270         10  SELSITEA            PIC X.
000280     05  SELSITEI                PIC X(04).
000290     05  LMSGL                   PIC S9(4) COMP.
000300     05  LMSGF                   PIC X.
000310     05  FILLER REDEFINES LMSGF.
000320         10  LMSGA               PIC X.
000330     05  LMSGI                   PIC X(79).
000340*
000350 01  HELQMP1O REDEFINES HELQMP1I.
000360     05  FILLER                  PIC X(12).
000370     05  FILLER                  PIC X(03).
000380     05  LASOFO                  PIC X(22).
000390     05  LSTLNDO OCCURS 15 TIMES.
000400         10  FILLER              PIC X(03).
000410         10  LSTLNO              PIC X(79).
000420     05  FILLER                  PIC X(03).
000430     05  SELSITEO                PIC X(04).
000440     05  FILLER                  PIC X(03).
000450     05  LMSGO                   PIC X(79).
000460*
000470 01  HELQMP2I.
000480     05  FILLER                  PIC X(12).
000490     05  DASOFL                  PIC S9(4) COMP.
000500     05  DASOFF                  PIC X.
000510     05  FILLER REDEFINES DASOFF.
000520         10  DASOFA              PIC X.
000530     05  DASOFI                  PIC X(22).
000540     05  DSITEL                  PIC S9(4) COMP.
000550     05  DSITEF                  PIC X.
000560     05  FILLER REDEFINES DSITEF.
000570         10  DSITEA              PIC X.
000580     05  DSITEI                  PIC X(04).
000590     05  DNAMEL                  PIC S9(4) COMP.
000600     05  DNAMEF                  PIC X.
000610     05  FILLER REDEFINES DNAMEF.
000620         10  DNAMEA              PIC X.
000630     05  DNAMEI                  PIC X(20).
000640     05  DLANGL                  PIC S9(4) COMP.
000650     05  DLANGF                  PIC X.
000660     05  FILLER REDEFINES DLANGF.
000670         10  DLANGA              PIC X.
000680     05  DLANGI                  PIC X(02).
000690     05  DJOBL                   PIC S9(4) COMP.
000700     05  DJOBF                   PIC X.
000710     05  FILLER REDEFINES DJOBF.
000720         10  DJOBA               PIC X.
000730     05  DJOBI                   PIC X(08).
000740     05  DSTATL                  PIC S9(4) COMP.
000750     05  DSTATF                  PIC X.
000760     05  FILLER REDEFINES DSTATF.
000770         10  DSTATA              PIC X.
000780     05  DSTATI                  PIC X(69).
000790     05  DEFFL                   PIC S9(4) COMP.
000800     05  DEFFF                   PIC X.
000810     05  FILLER REDEFINES DEFFF.
000820         10  DEFFA               PIC X.
000830     05  DEFFI                   PIC X(52).
000840     05  DGRTD OCCURS 3 TIMES.
000850         10  DGRTL               PIC S9(4) COMP.
000860         10  DGRTF               PIC X.
000870         10  FILLER REDEFINES DGRTF.
000880             15  DGRTA           PIC X.
000890         10  DGRTI               PIC X(79).
000900     05  DPCNTL                  PIC S9(4) COMP.
000910     05  DPCNTF                  PIC X.
000920     05  FILLER REDEFINES DPCNTF.
000930         10  DPCNTA              PIC X.
000940     05  DPCNTI                  PIC X(51).
000950     05  DPNDD OCCURS 3 TIMES.
000960         10  DPNDL               PIC S9(4) COMP.
000970         10  DPNDF               PIC X.
000980         10  FILLER REDEFINES DPNDF.
000990             15  DPNDA           PIC X.
001000         10  DPNDI               PIC X(79).
001010     05  DHSTD OCCURS 5 TIMES.
001020         10  DHSTL               PIC S9(4) COMP.
001030         10  DHSTF               PIC X.
001040         10  FILLER REDEFINES DHSTF.
001050             15  DHSTA           PIC X.
001060         10  DHSTI               PIC X(79).
001070     05  DMSGL                   PIC S9(4) COMP.
001080     05  DMSGF                   PIC X.
001090     05  FILLER REDEFINES DMSGF.
001100         10  DMSGA               PIC X.
001110     05  DMSGI                   PIC X(79).
001120*
001130 01  HELQMP2O REDEFINES HELQMP2I.
001140     05  FILLER                  PIC X(12).
001150     05  FILLER                  PIC X(03).
001160     05  DASOFO                  PIC X(22).
001170     05  FILLER                  PIC X(03).
001180     05  DSITEO                  PIC X(04).
001190     05  FILLER                  PIC X(03).
001200     05  DNAMEO                  PIC X(20).
001210     05  FILLER                  PIC X(03).
001220     05  DLANGO                  PIC X(02).
001230     05  FILLER                  PIC X(03).
001240     05  DJOBO                   PIC X(08).
001250     05  FILLER                  PIC X(03).
001260     05  DSTATO                  PIC X(69).
001270     05  FILLER                  PIC X(03).
001280     05  DEFFO                   PIC X(52).
001290     05  DGRTDO OCCURS 3 TIMES.
001300         10  FILLER              PIC X(03).
001310         10  DGRTO               PIC X(79).
001320     05  FILLER                  PIC X(03).
001330     05  DPCNTO                  PIC X(51).
001340     05  DPNDDO OCCURS 3 TIMES.
001350         10  FILLER              PIC X(03).
001360         10  DPNDO               PIC X(79).
001370     05  DHSTDO OCCURS 5 TIMES.
001380         10  FILLER              PIC X(03).
001390         10  DHSTO               PIC X(79).
001400     05  FILLER                  PIC X(03).
001410     05  DMSGO                   PIC X(79).
