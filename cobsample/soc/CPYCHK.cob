000210     SELECT  CPY-RPT     ASSIGN TO    CPYRPT
000220             ORGANIZATION  IS    LINE SEQUENTIAL.
000230
000235     COPY  keylay.
000240 DATA             DIVISION.
000250 FILE             SECTION.
000260 FD      CPY-RPT.
