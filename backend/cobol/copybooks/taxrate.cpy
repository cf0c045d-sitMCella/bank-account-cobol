000100*****************************************************************
000200* TAXRATE - the withholding tax rate deducted from every interest
000300* credit when it is posted, by monthendaccrual and by
000400* closeaccount's closure interest. The tax is rounded to the
000500* cent. Finance sets this from the tax authority's rate for the
000600* year; keep it here as the one place to change it.
000700*****************************************************************
000800   01 WITHHOLDING-TAX-RATE PIC V9(4) COMP-3 VALUE 0.2000.
