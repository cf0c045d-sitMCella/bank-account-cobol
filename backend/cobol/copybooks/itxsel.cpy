000100*****************************************************************
000200* ITXSEL - FILE-CONTROL entry for the interest tax extract.
000300* interesttaxyear rewrites it whole on every run with the tax
000400* year's gross interest, tax withheld and net interest per
000500* customer and per account, in the fixed layout agreed for
000600* submission to the tax authority.
000700*****************************************************************
000800     SELECT TAXEXTRACTFILE ASSIGN TO
000900         "/opt/app/storage/interesttax.ext"
001000       ORGANIZATION IS LINE SEQUENTIAL
001100       FILE STATUS IS ITX-FILE-STATUS.
