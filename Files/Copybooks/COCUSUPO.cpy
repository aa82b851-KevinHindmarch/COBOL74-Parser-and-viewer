               10  CUDOBA                        PIC X.
           05  CUDOBI                            PIC X(10).

           05  CUDLVYL                           PIC S9(4) COMP.
           05  CUDLVYF                           PIC X.
           05  FILLER REDEFINES CUDLVYF.
               10  CUDLVYA                       PIC X.
           05  CUDLVYI                           PIC X(01).

           05  CURTMLL                           PIC S9(4) COMP.
           05  CURTMLF                           PIC X.
           05  FILLER REDEFINES CURTMLF.
               10  CURTMLA                       PIC X.
           05  CURTMLI                           PIC X(01).

           05  CURTDTL                           PIC S9(4) COMP.
           05  CURTDTF                           PIC X.
           05  FILLER REDEFINES CURTDTF.
               10  CURTDTA                       PIC X.
           05  CURTDTI                           PIC X(10).

           05  ERRMSGL                           PIC S9(4) COMP.
           05  ERRMSGF                           PIC X.
           05  FILLER REDEFINES ERRMSGF.
           05  FILLER                            PIC X(03).
           05  CUDOBO                            PIC X(10).
           05  FILLER                            PIC X(03).
           05  CUDLVYO                           PIC X(01).
           05  FILLER                            PIC X(03).
           05  CURTMLO                           PIC X(01).
           05  FILLER                            PIC X(03).
           05  CURTDTO                           PIC X(10).
           05  FILLER                            PIC X(03).
           05  ERRMSGO                           PIC X(75).
