      *            CROSS-CHECKED AGAINST THE NACHA FILE CONTROL ('9')   *
      *            TOTALS - A MISMATCH SETS RETURN CODE 12 SO THE       *
      *            SCHEDULER STOPS THE STREAM, THE WAY DBEDT01 ITSELF   *
      *            HOLDS A BAD CONTROL PAIR. DBOFA02 SCREENS THE OUTPUT *
      *            FOR SANCTIONS MATCHES BEFORE DBEDT01 SEES IT.        *
      *                                                                  *
      *  GENERATED TXN-ID (15): 'A' + FILE CREATION DATE YYMMDD +       *
      *  8-DIGIT ENTRY SEQUENCE. DERIVED FROM THE FILE HEADER DATE      *
