000040* SUPPLIES THE CLUSTER-METRIC-RECORD LAYOUT WRITTEN BY
000050* RWD-CLUSTERMET AND READ BACK BY WITNESS-REPORT, SO THE TWO
000060* CANNOT DRIFT APART THE WAY SEEDREC'S TWO HAND-KEYED COPIES
000070* ONCE DID.  ONE RECORD PER CLUSTER PER CLSTMET CADENCE POINT:
000080* THE SAME CLUSTRCF PARTITIONING RWD-DYNAMICS APPLIES ON THE
000090* DYNAMICS SIDE, APPLIED ON THE MEASUREMENT SIDE - PER-CLUSTER
000100* DISPERSION (FIELDPRINT) AND PER-CLUSTER KURAMOTO ORDER
