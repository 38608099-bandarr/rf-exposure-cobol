data division.
file section.
fd  source-file.
01 source-record pic x(53).

fd  master-file.
    copy bandrec.
