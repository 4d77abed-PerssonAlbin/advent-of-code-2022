           03  rst-elf-no      PIC 9(6).
           03  rst-elf-name    PIC X(20).
           03  rst-crew        PIC X(10).
           03  rst-diet-forbidden PIC X(5).
           03  rst-diet-effective PIC 9(8).
