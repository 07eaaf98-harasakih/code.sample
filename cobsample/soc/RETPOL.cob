000110*
000120* RETPOL line layout: class(8) blank days(3) blank utility(8)
000130* the classes in use: ARCHIVE (ARCMAINT), LOGSEG (ELOGROLL),
000132* VRECORD (VFPURGE), JOURNAL (VJROLL), REPORT (RPTARCH),
000134* VDELETE (VFPURGE's grace period for deleted records)
000136* OPSAUDIT (ELOGROLL's audit-trail segments),
000140* DORMANT (FDORMANT - its days field counts apply cycles)
000150*----------------------------------------------------------------
000160 ENVIRONMENT      DIVISION.
000170 INPUT-OUTPUT     SECTION.
