*>               END runs the test just described.
*>
*> Tectonics:    cobc -x -std=ibm -I copybooks cryptokat.cob cobdes.cob
*>               padblock.cob hexdump.cob runjrnl.cob chainlink.cob
*>               keyfetch.cob ../cobsha3/SHA3-256.cob ../cobsha3/KECCAK.cob
*>               ../cobsha3/KECCAKF.cob
*>
*> Usage:        cryptokat <vector-file> [report-file]
