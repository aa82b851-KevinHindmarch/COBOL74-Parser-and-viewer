      ******************************************************************
      * Copybook    : COINSUPO
      * Application : CardDemo
      * Function    : Symbolic map for the COINSUPC installment plan
      *               conversion screen (mapset COINSUP, map COINSUPA).
      ******************************************************************
       01  COINSUPAI.
           05  IPTRANL                           PIC S9(4) COMP.
           05  IPTRANF                           PIC X.
           05  FILLER REDEFINES IPTRANF.
               10  IPTRANA                       PIC X.
           05  IPTRANI                           PIC X(16).

           05  IPTERML                           PIC S9(4) COMP.
           05  IPTERMF                           PIC X.
           05  FILLER REDEFINES IPTERMF.
               10  IPTERMA                       PIC X.
           05  IPTERMI                           PIC X(02).

           05  IPRATEL                           PIC S9(4) COMP.
           05  IPRATEF                           PIC X.
           05  FILLER REDEFINES IPRATEF.
               10  IPRATEA                       PIC X.
           05  IPRATEI                           PIC X(06).

           05  IPACTNL                           PIC S9(4) COMP.
           05  IPACTNF                           PIC X.
           05  FILLER REDEFINES IPACTNF.
               10  IPACTNA                       PIC X.
           05  IPACTNI                           PIC X(01).

           05  IPACCTL                           PIC S9(4) COMP.
           05  IPACCTF                           PIC X.
           05  FILLER REDEFINES IPACCTF.
               10  IPACCTA                       PIC X.
           05  IPACCTI                           PIC X(11).

           05  IPCARDL                           PIC S9(4) COMP.
           05  IPCARDF                           PIC X.
           05  FILLER REDEFINES IPCARDF.
               10  IPCARDA                       PIC X.
           05  IPCARDI                           PIC X(16).

           05  IPDESCL                           PIC S9(4) COMP.
           05  IPDESCF                           PIC X.
           05  FILLER REDEFINES IPDESCF.
               10  IPDESCA                       PIC X.
           05  IPDESCI                           PIC X(30).

           05  IPTAMTL                           PIC S9(4) COMP.
           05  IPTAMTF                           PIC X.
           05  FILLER REDEFINES IPTAMTF.
               10  IPTAMTA                       PIC X.
           05  IPTAMTI                           PIC X(12).

           05  IPTDATEL                          PIC S9(4) COMP.
           05  IPTDATEF                          PIC X.
           05  FILLER REDEFINES IPTDATEF.
               10  IPTDATEA                      PIC X.
           05  IPTDATEI                          PIC X(10).

           05  IPINSTL                           PIC S9(4) COMP.
           05  IPINSTF                           PIC X.
           05  FILLER REDEFINES IPINSTF.
               10  IPINSTA                       PIC X.
           05  IPINSTI                           PIC X(12).

           05  IPREML                            PIC S9(4) COMP.
           05  IPREMF                            PIC X.
           05  FILLER REDEFINES IPREMF.
               10  IPREMA                        PIC X.
           05  IPREMI                            PIC X(12).

           05  IPLEFTL                           PIC S9(4) COMP.
           05  IPLEFTF                           PIC X.
           05  FILLER REDEFINES IPLEFTF.
               10  IPLEFTA                       PIC X.
           05  IPLEFTI                           PIC X(03).

           05  IPSTATL                           PIC S9(4) COMP.
           05  IPSTATF                           PIC X.
           05  FILLER REDEFINES IPSTATF.
               10  IPSTATA                       PIC X.
           05  IPSTATI                           PIC X(40).

           05  ERRMSGL                           PIC S9(4) COMP.
           05  ERRMSGF                           PIC X.
           05  FILLER REDEFINES ERRMSGF.
               10  ERRMSGA                       PIC X.
           05  ERRMSGI                           PIC X(75).

       01  COINSUPAO REDEFINES COINSUPAI.
           05  FILLER                            PIC X(03).
           05  IPTRANO                           PIC X(16).
           05  FILLER                            PIC X(03).
           05  IPTERMO                           PIC X(02).
           05  FILLER                            PIC X(03).
           05  IPRATEO                           PIC X(06).
           05  FILLER                            PIC X(03).
           05  IPACTNO                           PIC X(01).
           05  FILLER                            PIC X(03).
           05  IPACCTO                           PIC X(11).
           05  FILLER                            PIC X(03).
           05  IPCARDO                           PIC X(16).
           05  FILLER                            PIC X(03).
           05  IPDESCO                           PIC X(30).
           05  FILLER                            PIC X(03).
           05  IPTAMTO                           PIC X(12).
           05  FILLER                            PIC X(03).
           05  IPTDATEO                          PIC X(10).
           05  FILLER                            PIC X(03).
           05  IPINSTO                           PIC X(12).
           05  FILLER                            PIC X(03).
           05  IPREMO                            PIC X(12).
           05  FILLER                            PIC X(03).
           05  IPLEFTO                           PIC X(03).
           05  FILLER                            PIC X(03).
           05  IPSTATO                           PIC X(40).
           05  FILLER                            PIC X(03).
           05  ERRMSGO                           PIC X(75).
