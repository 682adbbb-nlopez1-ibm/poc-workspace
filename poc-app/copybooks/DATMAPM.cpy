      *  rows are carried as an OCCURS group so the paging loop can
      *  subscript them), DATMTRN (DATTINQ), DATMOPS (DATOPST),
      *  DATMHLD (DATHOLD held-transaction review), DATMRFX
      *  (DATRFIX reject repair), DATMLCY (DATLINQ lifecycle),
      *  DATMDSP (DATDSPM dispute case maintenance), DATMADJ
      *  (DATADJM adjustment entry and approval), DATMAHI (DATAHIQ
      *  account history - the history rows are an OCCURS group
      *  like DATMBRW's).
      *================================================================
       01  DATMLISI.
           02  FILLER                  PIC X(12).
           02  FILLER REDEFINES MNTDTF.
               03  MNTDTA              PICTURE X.
           02  MNTDTI                  PIC X(8).
           02  MNTDBL                  COMP PIC S9(4).
           02  MNTDBF                  PICTURE X.
           02  FILLER REDEFINES MNTDBF.
               03  MNTDBA              PICTURE X.
           02  MNTDBI                  PIC X(8).
           02  MNTEML                  COMP PIC S9(4).
           02  MNTEMF                  PICTURE X.
           02  FILLER REDEFINES MNTEMF.
           02  FILLER                  PIC X(3).
           02  MNTDTO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  MNTDBO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  MNTEMO                  PIC X(6).
           02  FILLER                  PIC X(3).
           02  MNTRDO                  PIC X(8).
           02  FILLER REDEFINES HLDRDF.
               03  HLDRDA              PICTURE X.
           02  HLDRDI                  PIC X(8).
           02  HLDRSNL                 COMP PIC S9(4).
           02  HLDRSNF                 PICTURE X.
           02  FILLER REDEFINES HLDRSNF.
               03  HLDRSNA             PICTURE X.
           02  HLDRSNI                 PIC X(30).
           02  HLDMSGL                 COMP PIC S9(4).
           02  HLDMSGF                 PICTURE X.
           02  FILLER REDEFINES HLDMSGF.
           02  FILLER                  PIC X(3).
           02  HLDRDO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  HLDRSNO                 PIC X(30).
           02  FILLER                  PIC X(3).
           02  HLDMSGO                 PIC X(79).
      *
       01  DATMRFXI.
           02  LCYRDO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  LCYMSGO                 PIC X(79).
      *
       01  DATMDSPI.
           02  FILLER                  PIC X(12).
           02  DSPIDL                  COMP PIC S9(4).
           02  DSPIDF                  PICTURE X.
           02  FILLER REDEFINES DSPIDF.
               03  DSPIDA              PICTURE X.
           02  DSPIDI                  PIC X(6).
           02  DSPCOL                  COMP PIC S9(4).
           02  DSPCOF                  PICTURE X.
           02  FILLER REDEFINES DSPCOF.
               03  DSPCOA              PICTURE X.
           02  DSPCOI                  PIC X(4).
           02  DSPTYL                  COMP PIC S9(4).
           02  DSPTYF                  PICTURE X.
           02  FILLER REDEFINES DSPTYF.
               03  DSPTYA              PICTURE X.
           02  DSPTYI                  PIC X(2).
           02  DSPDTL                  COMP PIC S9(4).
           02  DSPDTF                  PICTURE X.
           02  FILLER REDEFINES DSPDTF.
               03  DSPDTA              PICTURE X.
           02  DSPDTI                  PIC X(8).
           02  DSPAMTL                 COMP PIC S9(4).
           02  DSPAMTF                 PICTURE X.
           02  FILLER REDEFINES DSPAMTF.
               03  DSPAMTA             PICTURE X.
           02  DSPAMTI                 PIC X(14).
           02  DSPTSL                  COMP PIC S9(4).
           02  DSPTSF                  PICTURE X.
           02  FILLER REDEFINES DSPTSF.
               03  DSPTSA              PICTURE X.
           02  DSPTSI                  PIC X(12).
           02  DSPCSL                  COMP PIC S9(4).
           02  DSPCSF                  PICTURE X.
           02  FILLER REDEFINES DSPCSF.
               03  DSPCSA              PICTURE X.
           02  DSPCSI                  PIC X(12).
           02  DSPPNL                  COMP PIC S9(4).
           02  DSPPNF                  PICTURE X.
           02  FILLER REDEFINES DSPPNF.
               03  DSPPNA              PICTURE X.
           02  DSPPNI                  PIC X(12).
           02  DSPRSL                  COMP PIC S9(4).
           02  DSPRSF                  PICTURE X.
           02  FILLER REDEFINES DSPRSF.
               03  DSPRSA              PICTURE X.
           02  DSPRSI                  PIC X(4).
           02  DSPDLL                  COMP PIC S9(4).
           02  DSPDLF                  PICTURE X.
           02  FILLER REDEFINES DSPDLF.
               03  DSPDLA              PICTURE X.
           02  DSPDLI                  PIC X(8).
           02  DSPOWL                  COMP PIC S9(4).
           02  DSPOWF                  PICTURE X.
           02  FILLER REDEFINES DSPOWF.
               03  DSPOWA              PICTURE X.
           02  DSPOWI                  PIC X(8).
           02  DSPOPL                  COMP PIC S9(4).
           02  DSPOPF                  PICTURE X.
           02  FILLER REDEFINES DSPOPF.
               03  DSPOPA              PICTURE X.
           02  DSPOPI                  PIC X(8).
           02  DSPLOL                  COMP PIC S9(4).
           02  DSPLOF                  PICTURE X.
           02  FILLER REDEFINES DSPLOF.
               03  DSPLOA              PICTURE X.
           02  DSPLOI                  PIC X(8).
           02  DSPLDL                  COMP PIC S9(4).
           02  DSPLDF                  PICTURE X.
           02  FILLER REDEFINES DSPLDF.
               03  DSPLDA              PICTURE X.
           02  DSPLDI                  PIC X(8).
           02  DSPOCL                  COMP PIC S9(4).
           02  DSPOCF                  PICTURE X.
           02  FILLER REDEFINES DSPOCF.
               03  DSPOCA              PICTURE X.
           02  DSPOCI                  PIC X(1).
           02  DSPCDL                  COMP PIC S9(4).
           02  DSPCDF                  PICTURE X.
           02  FILLER REDEFINES DSPCDF.
               03  DSPCDA              PICTURE X.
           02  DSPCDI                  PIC X(8).
           02  DSPCBL                  COMP PIC S9(4).
           02  DSPCBF                  PICTURE X.
           02  FILLER REDEFINES DSPCBF.
               03  DSPCBA              PICTURE X.
           02  DSPCBI                  PIC X(6).
           02  DSPRPL                  COMP PIC S9(4).
           02  DSPRPF                  PICTURE X.
           02  FILLER REDEFINES DSPRPF.
               03  DSPRPA              PICTURE X.
           02  DSPRPI                  PIC X(6).
           02  DSPNTL                  COMP PIC S9(4).
           02  DSPNTF                  PICTURE X.
           02  FILLER REDEFINES DSPNTF.
               03  DSPNTA              PICTURE X.
           02  DSPNTI                  PIC X(60).
           02  DSPRDL                  COMP PIC S9(4).
           02  DSPRDF                  PICTURE X.
           02  FILLER REDEFINES DSPRDF.
               03  DSPRDA              PICTURE X.
           02  DSPRDI                  PIC X(8).
           02  DSPMSGL                 COMP PIC S9(4).
           02  DSPMSGF                 PICTURE X.
           02  FILLER REDEFINES DSPMSGF.
               03  DSPMSGA             PICTURE X.
           02  DSPMSGI                 PIC X(79).
      *
       01  DATMDSPO REDEFINES DATMDSPI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  DSPIDO                  PIC X(6).
           02  FILLER                  PIC X(3).
           02  DSPCOO                  PIC X(4).
           02  FILLER                  PIC X(3).
           02  DSPTYO                  PIC X(2).
           02  FILLER                  PIC X(3).
           02  DSPDTO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  DSPAMTO                 PIC X(14).
           02  FILLER                  PIC X(3).
           02  DSPTSO                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  DSPCSO                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  DSPPNO                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  DSPRSO                  PIC X(4).
           02  FILLER                  PIC X(3).
           02  DSPDLO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  DSPOWO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  DSPOPO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  DSPLOO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  DSPLDO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  DSPOCO                  PIC X(1).
           02  FILLER                  PIC X(3).
           02  DSPCDO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  DSPCBO                  PIC X(6).
           02  FILLER                  PIC X(3).
           02  DSPRPO                  PIC X(6).
           02  FILLER                  PIC X(3).
           02  DSPNTO                  PIC X(60).
           02  FILLER                  PIC X(3).
           02  DSPRDO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  DSPMSGO                 PIC X(79).
      *
       01  DATMADJI.
           02  FILLER                  PIC X(12).
           02  ADJIDL                  COMP PIC S9(4).
           02  ADJIDF                  PICTURE X.
           02  FILLER REDEFINES ADJIDF.
               03  ADJIDA              PICTURE X.
           02  ADJIDI                  PIC X(6).
           02  ADJSQL                  COMP PIC S9(4).
           02  ADJSQF                  PICTURE X.
           02  FILLER REDEFINES ADJSQF.
               03  ADJSQA              PICTURE X.
           02  ADJSQI                  PIC X(2).
           02  ADJCOL                  COMP PIC S9(4).
           02  ADJCOF                  PICTURE X.
           02  FILLER REDEFINES ADJCOF.
               03  ADJCOA              PICTURE X.
           02  ADJCOI                  PIC X(4).
           02  ADJTYL                  COMP PIC S9(4).
           02  ADJTYF                  PICTURE X.
           02  FILLER REDEFINES ADJTYF.
               03  ADJTYA              PICTURE X.
           02  ADJTYI                  PIC X(2).
           02  ADJDTL                  COMP PIC S9(4).
           02  ADJDTF                  PICTURE X.
           02  FILLER REDEFINES ADJDTF.
               03  ADJDTA              PICTURE X.
           02  ADJDTI                  PIC X(8).
           02  ADJTAL                  COMP PIC S9(4).
           02  ADJTAF                  PICTURE X.
           02  FILLER REDEFINES ADJTAF.
               03  ADJTAA              PICTURE X.
           02  ADJTAI                  PIC X(14).
           02  ADJTSL                  COMP PIC S9(4).
           02  ADJTSF                  PICTURE X.
           02  FILLER REDEFINES ADJTSF.
               03  ADJTSA              PICTURE X.
           02  ADJTSI                  PIC X(12).
           02  ADJDRL                  COMP PIC S9(4).
           02  ADJDRF                  PICTURE X.
           02  FILLER REDEFINES ADJDRF.
               03  ADJDRA              PICTURE X.
           02  ADJDRI                  PIC X(1).
           02  ADJAML                  COMP PIC S9(4).
           02  ADJAMF                  PICTURE X.
           02  FILLER REDEFINES ADJAMF.
               03  ADJAMA              PICTURE X.
           02  ADJAMI                  PIC X(9).
           02  ADJRSL                  COMP PIC S9(4).
           02  ADJRSF                  PICTURE X.
           02  FILLER REDEFINES ADJRSF.
               03  ADJRSA              PICTURE X.
           02  ADJRSI                  PIC X(4).
           02  ADJSTL                  COMP PIC S9(4).
           02  ADJSTF                  PICTURE X.
           02  FILLER REDEFINES ADJSTF.
               03  ADJSTA              PICTURE X.
           02  ADJSTI                  PIC X(12).
           02  ADJPTL                  COMP PIC S9(4).
           02  ADJPTF                  PICTURE X.
           02  FILLER REDEFINES ADJPTF.
               03  ADJPTA              PICTURE X.
           02  ADJPTI                  PIC X(6).
           02  ADJPDL                  COMP PIC S9(4).
           02  ADJPDF                  PICTURE X.
           02  FILLER REDEFINES ADJPDF.
               03  ADJPDA              PICTURE X.
           02  ADJPDI                  PIC X(8).
           02  ADJMKL                  COMP PIC S9(4).
           02  ADJMKF                  PICTURE X.
           02  FILLER REDEFINES ADJMKF.
               03  ADJMKA              PICTURE X.
           02  ADJMKI                  PIC X(8).
           02  ADJEDL                  COMP PIC S9(4).
           02  ADJEDF                  PICTURE X.
           02  FILLER REDEFINES ADJEDF.
               03  ADJEDA              PICTURE X.
           02  ADJEDI                  PIC X(8).
           02  ADJCKL                  COMP PIC S9(4).
           02  ADJCKF                  PICTURE X.
           02  FILLER REDEFINES ADJCKF.
               03  ADJCKA              PICTURE X.
           02  ADJCKI                  PIC X(8).
           02  ADJDDL                  COMP PIC S9(4).
           02  ADJDDF                  PICTURE X.
           02  FILLER REDEFINES ADJDDF.
               03  ADJDDA              PICTURE X.
           02  ADJDDI                  PIC X(8).
           02  ADJNTL                  COMP PIC S9(4).
           02  ADJNTF                  PICTURE X.
           02  FILLER REDEFINES ADJNTF.
               03  ADJNTA              PICTURE X.
           02  ADJNTI                  PIC X(40).
           02  ADJRDL                  COMP PIC S9(4).
           02  ADJRDF                  PICTURE X.
           02  FILLER REDEFINES ADJRDF.
               03  ADJRDA              PICTURE X.
           02  ADJRDI                  PIC X(8).
           02  ADJMSGL                 COMP PIC S9(4).
           02  ADJMSGF                 PICTURE X.
           02  FILLER REDEFINES ADJMSGF.
               03  ADJMSGA             PICTURE X.
           02  ADJMSGI                 PIC X(79).
      *
       01  DATMADJO REDEFINES DATMADJI.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  ADJIDO                  PIC X(6).
           02  FILLER                  PIC X(3).
           02  ADJSQO                  PIC X(2).
           02  FILLER                  PIC X(3).
           02  ADJCOO                  PIC X(4).
           02  FILLER                  PIC X(3).
           02  ADJTYO                  PIC X(2).
           02  FILLER                  PIC X(3).
           02  ADJDTO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  ADJTAO                  PIC X(14).
           02  FILLER                  PIC X(3).
           02  ADJTSO                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  ADJDRO                  PIC X(1).
           02  FILLER                  PIC X(3).
           02  ADJAMO                  PIC X(9).
           02  FILLER                  PIC X(3).
           02  ADJRSO                  PIC X(4).
           02  FILLER                  PIC X(3).
           02  ADJSTO                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  ADJPTO                  PIC X(6).
           02  FILLER                  PIC X(3).
           02  ADJPDO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  ADJMKO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  ADJEDO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  ADJCKO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  ADJDDO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  ADJNTO                  PIC X(40).
           02  FILLER                  PIC X(3).
           02  ADJRDO                  PIC X(8).
           02  FILLER                  PIC X(3).
           02  ADJMSGO                 PIC X(79).
      *
       01  DATMAHII.
           02  FILLER                  PIC X(12).
           02  AHIACL                  COMP PIC S9(4).
           02  AHIACF                  PICTURE X.
           02  FILLER REDEFINES AHIACF.
               03  AHIACA              PICTURE X.
           02  AHIACI                  PIC X(10).
           02  AHICOL                  COMP PIC S9(4).
           02  AHICOF                  PICTURE X.
           02  FILLER REDEFINES AHICOF.
               03  AHICOA              PICTURE X.
           02  AHICOI                  PIC X(4).
           02  AHISTL                  COMP PIC S9(4).
           02  AHISTF                  PICTURE X.
           02  FILLER REDEFINES AHISTF.
               03  AHISTA              PICTURE X.
           02  AHISTI                  PIC X(6).
           02  AHINML                  COMP PIC S9(4).
           02  AHINMF                  PICTURE X.
           02  FILLER REDEFINES AHINMF.
               03  AHINMA              PICTURE X.
           02  AHINMI                  PIC X(30).
           02  AHIBLL                  COMP PIC S9(4).
           02  AHIBLF                  PICTURE X.
           02  FILLER REDEFINES AHIBLF.
               03  AHIBLA              PICTURE X.
           02  AHIBLI                  PIC X(15).
           02  AHILAL                  COMP PIC S9(4).
           02  AHILAF                  PICTURE X.
           02  FILLER REDEFINES AHILAF.
               03  AHILAA              PICTURE X.
           02  AHILAI                  PIC X(8).
           02  AHI-ROW-GRP-I OCCURS 10 TIMES.
               03  AHLINL              COMP PIC S9(4).
               03  AHLINF              PICTURE X.
               03  AHLINI              PIC X(66).
           02  AHIMSGL                 COMP PIC S9(4).
           02  AHIMSGF                 PICTURE X.
           02  FILLER REDEFINES AHIMSGF.
               03  AHIMSGA             PICTURE X.
           02  AHIMSGI                 PIC X(79).
      *
       01  DATMAHIO REDEFINES DATMAHII.
           02  FILLER                  PIC X(12).
           02  FILLER                  PIC X(3).
           02  AHIACO                  PIC X(10).
           02  FILLER                  PIC X(3).
           02  AHICOO                  PIC X(4).
           02  FILLER                  PIC X(3).
           02  AHISTO                  PIC X(6).
           02  FILLER                  PIC X(3).
           02  AHINMO                  PIC X(30).
           02  FILLER                  PIC X(3).
           02  AHIBLO                  PIC X(15).
           02  FILLER                  PIC X(3).
           02  AHILAO                  PIC X(8).
           02  AHI-ROW-GRP-O OCCURS 10 TIMES.
               03  FILLER              PIC X(3).
               03  AHLINO              PIC X(66).
           02  FILLER                  PIC X(3).
           02  AHIMSGO                 PIC X(79).
