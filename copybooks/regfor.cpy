          03 FOR-EMAIL               PIC X(33).
          03 FOR-CONTATO             PIC X(32).
          03 FOR-PRAZOENTREGA        PIC 9(03).
          03 FOR-NUMPARCELAS         PIC 9(02).
          03 FOR-DIASPARCELA         PIC 9(03).
