           02  DM-APP PIC X(10).
           02  FILLER PIC X.
           02  DM-MODEL PIC X(20).
           02  FILLER PIC X.
           02  DM-STATE PIC X.
           02  FILLER PIC X.
           02  DM-MIRROR PIC X(4).
       WORKING-STORAGE SECTION.
      * SHARED DATASET/EXTENT CATALOG TABLE
       COPY DSNCAT.
