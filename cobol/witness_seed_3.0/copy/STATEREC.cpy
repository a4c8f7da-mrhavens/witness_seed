000020* STATEREC - SHARED STATELKP RECORD LAYOUT
000030*----------------------------------------------------------------
000040* SUPPLIES THE STATE-LOOKUP-RECORD LAYOUT WRITTEN BY
000050* WITNESS-SEED-3 AT THE STATELKP CADENCE AND READ BACK BY KEY
000060* BY THE ANALYSIS UTILITIES, SO THE WRITER AND THE READERS
000070* CANNOT DRIFT APART.  RECORDSIZE IS 11048 BYTES - KEEP THE
000080* DEFCLST DEFINE IN WITNESSJ IN STEP WITH ANY CHANGE HERE.
