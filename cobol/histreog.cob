000470         CH-TEST-DATE BY NH-TEST-DATE
000480         CH-FLUX-DENSITY BY NH-FLUX-DENSITY
000490         CH-PART-NUMBER BY NH-PART-NUMBER
000500         CH-OPERATOR-ID BY NH-OPERATOR-ID
000502         CH-LOT-NUMBER BY NH-LOT-NUMBER
000504         CH-GAUGE-ID BY NH-GAUGE-ID
000506         CH-BENCH-ID BY NH-BENCH-ID
000507         CH-RMA-RETEST-FLAG BY NH-RMA-RETEST-FLAG.
000510*
000520 WORKING-STORAGE SECTION.
000530 77  WS-HISTORY-STATUS        PIC X(02).
